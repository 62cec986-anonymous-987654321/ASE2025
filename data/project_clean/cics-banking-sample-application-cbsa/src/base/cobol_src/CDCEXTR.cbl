       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
       AUTHOR. Jon Collett.
      *
      *    Nightly change-data extract for the data warehouse. Writes
      *    to CDCOUT only the rows that have been inserted, changed or
      *    deleted since the last successful run, for ACCOUNT, the
      *    CUSTOMER file, ACCOUNT_HOLDER, CARD, STANDORD and LOANSCHD,
      *    together with every PROCTRAN row for the business date.
      *    Each record carries the change type (I, U or D), the
      *    business date and the run sequence number, and the full
      *    image of the row; a deleted row carries the image it had
      *    when it was last extracted.
      *
      *    Changes are found by comparing every row with the image
      *    held for it on CDCSNAP from the previous run. The first
      *    run therefore extracts every row as an insert.
      *
      *    The run registers each business date it extracts on
      *    BATCHRUN. If a night has been missed, the next run extracts
      *    every business date from the one after the last completed
      *    date up to today, each under its own run sequence number,
      *    so the warehouse receives each missed day's PROCTRAN. The
      *    master-table changes accumulated over the gap are written
      *    once, under today's business date.
      *
      *    CDCMAN receives a manifest with, for every business date
      *    extracted, one record per table giving the inserts,
      *    updates and deletes written, and a trailer with the total.
      *    The run sequence is kept on CONTROL as
      *    <sortcode>-CDC-RUN-SEQ. Everything is committed at the end,
      *    so a failed run leaves nothing half done and the next run
      *    repeats it.
      *
      *    Return code 4 means today has already been extracted.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO CDCOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO CDCMAN
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE
           RECORDING MODE IS F.
       01  CHANGE-RECORD.
           03 CDC-RUN-SEQ                     PIC 9(8).
           03 CDC-BUSINESS-DATE               PIC 9(8).
           03 CDC-TABLE                       PIC X(18).
           03 CDC-CHANGE-TYPE                 PIC X.
           03 CDC-KEY                         PIC X(40).
           03 CDC-IMAGE                       PIC X(300).
           03 FILLER                          PIC X(25).
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
           03 MAN-REC-TYPE                    PIC X.
           03 MAN-RUN-SEQ                     PIC 9(8).
           03 MAN-BUSINESS-DATE               PIC 9(8).
           03 MAN-TABLE                       PIC X(18).
           03 MAN-INSERTS                     PIC 9(9).
           03 MAN-UPDATES                     PIC 9(9).
           03 MAN-DELETES                     PIC 9(9).
           03 MAN-TOTAL                       PIC 9(9).
           03 FILLER                          PIC X(9).
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
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-INT-RATE            PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OPENED              PIC X(10).
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9) COMP.
          03 HV-ACCOUNT-LAST-STMT           PIC X(10).
          03 HV-ACCOUNT-NEXT-STMT           PIC X(10).
          03 HV-ACCOUNT-AVAIL-BAL           PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-CURRENCY            PIC X(3).
          03 HV-ACCOUNT-FREEZE              PIC X.
          03 HV-ACCOUNT-DORMANT             PIC X.
          03 HV-ACCOUNT-PENDING-DEL         PIC X.
       01 HOST-HOLDER-ROW.
          03 HV-AH-SORTCODE                 PIC X(6).
          03 HV-AH-ACC-NO                   PIC X(8).
          03 HV-AH-CUST-NO                  PIC X(10).
       01 HOST-CARD-ROW.
          03 HV-CARD-NUMBER                 PIC X(16).
          03 HV-CARD-ACC-NO                 PIC X(8).
          03 HV-CARD-STATUS                 PIC X.
          03 HV-CARD-EXPIRY                 PIC S9(8).
          03 HV-CARD-ISSUED                 PIC S9(8).
          03 HV-CARD-REPLACES               PIC X(16).
          03 HV-CARD-LAST-USED              PIC S9(8).
          03 HV-CARD-DESPATCHED             PIC S9(8).
       01 HOST-STANDORD-ROW.
          03 HV-SO-NUMBER                   PIC X(8).
          03 HV-SO-FROM-SORTCODE            PIC X(6).
          03 HV-SO-FROM-ACCOUNT             PIC X(8).
          03 HV-SO-TO-SORTCODE              PIC X(6).
          03 HV-SO-TO-ACCOUNT               PIC X(8).
          03 HV-SO-AMOUNT                   PIC S9(10)V99.
          03 HV-SO-FREQUENCY                PIC X(1).
          03 HV-SO-NEXT-DUE                 PIC S9(8).
          03 HV-SO-END-DATE                 PIC S9(8).
          03 HV-SO-STATUS                   PIC X(1).
       01 HOST-LOANSCHD-ROW.
          03 HV-LS-ACC-NO                   PIC X(8).
          03 HV-LS-PAYMENT-NO               PIC S9(4) COMP.
          03 HV-LS-DUE-DATE                 PIC S9(8).
          03 HV-LS-PAYMENT                  PIC S9(10)V99.
          03 HV-LS-PRINCIPAL                PIC S9(10)V99.
          03 HV-LS-INTEREST                 PIC S9(10)V99.
          03 HV-LS-STATUS                   PIC X.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-ACC-NUMBER         PIC X(8).
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-REL-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT        PIC X(8).
          03 HV-PROCTRAN-CHANNEL-ID         PIC X(6).
       01 HV-PROCTRAN-WANTED                PIC X(10).
       01 HOST-CDCSNAP-ROW.
          03 HV-SNAP-TABLE                  PIC X(18).
          03 HV-SNAP-KEY                    PIC X(40).
          03 HV-SNAP-IMAGE                  PIC X(300).
          03 HV-SNAP-RUN-SEQ                PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-RUN-STEP                       PIC X(8) VALUE 'CDCEXTR '.
       01 HV-RUN-STATUS                     PIC X.
       01 HV-RUN-BUSDATE                    PIC S9(8) VALUE 0.
       01 HV-RUN-TIME                       PIC 9(6) VALUE 0.
       01 HV-RUN-COUNT1                     PIC S9(9) COMP VALUE 0.
       01 HV-RUN-COUNT2                     PIC S9(9) COMP VALUE 0.
       01 HV-LAST-DONE                      PIC S9(8) VALUE 0.
       01 WS-BR-TIME                        PIC 9(6) VALUE 0.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                     VALUE 'Y'.
       01 WS-CUST-SW                        PIC X VALUE 'N'.
          88 WS-END-OF-CUSTOMERS                 VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-EXTRACT-DATE                   PIC 9(8).
       01 WS-EXTRACT-GROUP REDEFINES WS-EXTRACT-DATE.
          03 WS-EXTRACT-CCYY                PIC 9999.
          03 WS-EXTRACT-MM                  PIC 99.
          03 WS-EXTRACT-DD                  PIC 99.
       01 WS-LAST-DONE-X                    PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 WS-CDC-RUN-SEQ                    PIC 9(8) VALUE 0.
       01 WS-CHANGE-TYPE                    PIC X.
       01 WS-CDC-KEY                        PIC X(40).
       01 WS-KEY-NUMBERS.
          03 WS-KEY-PAYMENT-NO              PIC 9(4).
      *
      *    Row images, one view per table. Amounts carry a separate
      *    leading sign so the image is printable and compares the
      *    same way on every run.
      *
       01 WS-IMAGE                          PIC X(300).
       01 WS-ACCOUNT-IMAGE REDEFINES WS-IMAGE.
          03 IMG-AC-CUST-NO                 PIC X(10).
          03 IMG-AC-TYPE                    PIC X(8).
          03 IMG-AC-INT-RATE                PIC S9(4)V99
                SIGN LEADING SEPARATE.
          03 IMG-AC-OPENED                  PIC X(10).
          03 IMG-AC-OD-LIMIT                PIC S9(9)
                SIGN LEADING SEPARATE.
          03 IMG-AC-LAST-STMT               PIC X(10).
          03 IMG-AC-NEXT-STMT               PIC X(10).
          03 IMG-AC-AVAIL-BAL               PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-AC-ACTUAL-BAL              PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-AC-CURRENCY                PIC X(3).
          03 IMG-AC-FREEZE                  PIC X.
          03 IMG-AC-DORMANT                 PIC X.
          03 IMG-AC-PENDING-DEL             PIC X.
          03 FILLER                         PIC X(203).
       01 WS-CUSTOMER-IMAGE REDEFINES WS-IMAGE.
          03 IMG-CU-NAME                    PIC X(60).
          03 IMG-CU-ADDRESS                 PIC X(160).
          03 IMG-CU-DATE-OF-BIRTH           PIC 9(8).
          03 IMG-CU-CREDIT-SCORE            PIC 999.
          03 IMG-CU-CS-REVIEW-DATE          PIC 9(8).
          03 FILLER                         PIC X(61).
       01 WS-HOLDER-IMAGE REDEFINES WS-IMAGE.
          03 IMG-AH-SORTCODE                PIC X(6).
          03 IMG-AH-ACC-NO                  PIC X(8).
          03 IMG-AH-CUST-NO                 PIC X(10).
          03 FILLER                         PIC X(276).
       01 WS-CARD-IMAGE REDEFINES WS-IMAGE.
          03 IMG-CD-SORTCODE                PIC X(6).
          03 IMG-CD-ACC-NO                  PIC X(8).
          03 IMG-CD-STATUS                  PIC X.
          03 IMG-CD-EXPIRY                  PIC 9(8).
          03 IMG-CD-ISSUED                  PIC 9(8).
          03 IMG-CD-REPLACES                PIC X(16).
          03 IMG-CD-LAST-USED               PIC 9(8).
          03 IMG-CD-DESPATCHED              PIC 9(8).
          03 FILLER                         PIC X(237).
       01 WS-STANDORD-IMAGE REDEFINES WS-IMAGE.
          03 IMG-SO-FROM-SORTCODE           PIC X(6).
          03 IMG-SO-FROM-ACCOUNT            PIC X(8).
          03 IMG-SO-TO-SORTCODE             PIC X(6).
          03 IMG-SO-TO-ACCOUNT              PIC X(8).
          03 IMG-SO-AMOUNT                  PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-SO-FREQUENCY               PIC X.
          03 IMG-SO-NEXT-DUE                PIC 9(8).
          03 IMG-SO-END-DATE                PIC 9(8).
          03 IMG-SO-STATUS                  PIC X.
          03 FILLER                         PIC X(241).
       01 WS-LOANSCHD-IMAGE REDEFINES WS-IMAGE.
          03 IMG-LS-DUE-DATE                PIC 9(8).
          03 IMG-LS-PAYMENT                 PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-LS-PRINCIPAL               PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-LS-INTEREST                PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-LS-STATUS                  PIC X.
          03 FILLER                         PIC X(252).
       01 WS-PROCTRAN-IMAGE REDEFINES WS-IMAGE.
          03 IMG-PT-DATE                    PIC X(10).
          03 IMG-PT-TIME                    PIC X(6).
          03 IMG-PT-REF                     PIC X(12).
          03 IMG-PT-TYPE                    PIC X(3).
          03 IMG-PT-DESC                    PIC X(40).
          03 IMG-PT-AMOUNT                  PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 IMG-PT-REL-SORTCODE            PIC X(6).
          03 IMG-PT-REL-ACCOUNT             PIC X(8).
          03 IMG-PT-CHANNEL-ID              PIC X(6).
          03 FILLER                         PIC X(196).
      *
      *    Counts for the manifest, one entry per table in the order
      *    the tables are extracted.
      *
       01 WS-TABLE-NAMES.
          03 FILLER                 PIC X(18) VALUE 'ACCOUNT'.
          03 FILLER                 PIC X(18) VALUE 'CUSTOMER'.
          03 FILLER                 PIC X(18) VALUE 'ACCOUNT_HOLDER'.
          03 FILLER                 PIC X(18) VALUE 'CARD'.
          03 FILLER                 PIC X(18) VALUE 'STANDORD'.
          03 FILLER                 PIC X(18) VALUE 'LOANSCHD'.
          03 FILLER                 PIC X(18) VALUE 'PROCTRAN'.
       01 WS-TABLE-NAME-TABLE REDEFINES WS-TABLE-NAMES.
          03 WS-TABLE-NAME          PIC X(18) OCCURS 7 TIMES.
       01 WS-TABLE-COUNTS.
          03 WS-TABLE-COUNT OCCURS 7 TIMES.
             05 WS-TC-INSERTS               PIC 9(9).
             05 WS-TC-UPDATES               PIC 9(9).
             05 WS-TC-DELETES               PIC 9(9).
       01 WS-TAB-SUB                        PIC S9(4) COMP VALUE 0.
       01 WS-DATE-RECORDS                   PIC 9(9) VALUE 0.
       01 DATES-EXTRACTED                   PIC 9(8) VALUE 0.
       01 RECORDS-WRITTEN                   PIC 9(9) VALUE 0.
       01 CUSTOMERS-READ                    PIC 9(9) VALUE 0.
           EXEC SQL
              DECLARE ACCOUNT-CURSOR CURSOR FOR
                 SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_NUMBER,
                        ACCOUNT_TYPE, ACCOUNT_INTEREST_RATE,
                        ACCOUNT_OPENED, ACCOUNT_OVERDRAFT_LIMIT,
                        ACCOUNT_LAST_STATEMENT,
                        ACCOUNT_NEXT_STATEMENT,
                        ACCOUNT_AVAILABLE_BALANCE,
                        ACCOUNT_ACTUAL_BALANCE,
                        COALESCE(ACCOUNT_CURRENCY_CODE, 'GBP'),
                        COALESCE(ACCOUNT_FREEZE_STATUS, ' '),
                        COALESCE(ACCOUNT_DORMANT_STATUS, ' '),
                        COALESCE(ACCOUNT_PENDING_DELETE, ' ')
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE HOLDER-CURSOR CURSOR FOR
                 SELECT ACCHOLD_SORTCODE, ACCHOLD_ACCOUNT_NO,
                        ACCHOLD_CUSTOMER_NO
                 FROM ACCOUNT_HOLDER
                 WHERE ACCHOLD_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY ACCHOLD_ACCOUNT_NO, ACCHOLD_CUSTOMER_NO
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CARD-CURSOR CURSOR FOR
                 SELECT CARD_NUMBER, CARD_ACCOUNT, CARD_STATUS,
                        CARD_EXPIRY, CARD_ISSUED,
                        COALESCE(CARD_REPLACES, ' '),
                        COALESCE(CARD_LAST_USED, 0),
                        COALESCE(CARD_DESPATCHED, 0)
                 FROM CARD
                 WHERE CARD_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY CARD_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE STANDORD-CURSOR CURSOR FOR
                 SELECT STANDORD_NUMBER, STANDORD_FROM_SORTCODE,
                        STANDORD_FROM_ACCOUNT, STANDORD_TO_SORTCODE,
                        STANDORD_TO_ACCOUNT, STANDORD_AMOUNT,
                        STANDORD_FREQUENCY, STANDORD_NEXT_DUE,
                        STANDORD_END_DATE, STANDORD_STATUS
                 FROM STANDORD
                 WHERE STANDORD_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY STANDORD_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE LOANSCHD-CURSOR CURSOR FOR
                 SELECT LOANSCHD_NUMBER, LOANSCHD_PAYMENT_NO,
                        LOANSCHD_DUE_DATE, LOANSCHD_PAYMENT,
                        LOANSCHD_PRINCIPAL, LOANSCHD_INTEREST,
                        LOANSCHD_STATUS
                 FROM LOANSCHD
                 WHERE LOANSCHD_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY LOANSCHD_NUMBER, LOANSCHD_PAYMENT_NO
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE PROCTRAN-CURSOR CURSOR FOR
                 SELECT PROCTRAN_NUMBER, PROCTRAN_DATE,
                        PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT,
                        COALESCE(PROCTRAN_REL_SORTCODE, ' '),
                        COALESCE(PROCTRAN_REL_ACCOUNT, ' '),
                        COALESCE(PROCTRAN_CHANNEL_ID, ' ')
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                   AND PROCTRAN_DATE = :HV-PROCTRAN-WANTED
                 ORDER BY PROCTRAN_NUMBER, PROCTRAN_TIME,
                          PROCTRAN_REF
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE GONE-CURSOR CURSOR FOR
                 SELECT CDCSNAP_KEY, CDCSNAP_IMAGE
                 FROM CDCSNAP
                 WHERE CDCSNAP_SORTCODE = :HV-OUR-SORTCODE
                   AND CDCSNAP_TABLE = :HV-SNAP-TABLE
                   AND CDCSNAP_RUN_SEQ < :HV-SNAP-RUN-SEQ
                 FOR UPDATE OF CDCSNAP_RUN_SEQ
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           PERFORM FIND-FIRST-DATE.
           IF WS-EXTRACT-DATE > WS-RUN-DATE-X
              DISPLAY 'CDCEXTR - BUSINESS DATE ' WS-RUN-DATE-X
                 ' ALREADY EXTRACTED - NOTHING TO DO'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM GET-RUN-SEQUENCE.
           OPEN OUTPUT CHANGE-FILE.
           OPEN OUTPUT MANIFEST-FILE.
           PERFORM EXTRACT-ONE-DATE
              UNTIL WS-EXTRACT-DATE > WS-RUN-DATE-X.
           CLOSE CHANGE-FILE.
           CLOSE MANIFEST-FILE.
           PERFORM SAVE-RUN-SEQUENCE.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'CDCEXTR - BUSINESS DATES EXTRACTED: '
              DATES-EXTRACTED.
           DISPLAY 'CDCEXTR - CUSTOMERS READ:           '
              CUSTOMERS-READ.
           DISPLAY 'CDCEXTR - CHANGE RECORDS WRITTEN:   '
              RECORDS-WRITTEN.
           DISPLAY 'CDCEXTR - LAST RUN SEQUENCE:        '
              WS-CDC-RUN-SEQ.
           STOP RUN.
       P999.
           EXIT.
       FIND-FIRST-DATE SECTION.
       FFD010.
      *
      *    Start the day after the last business date completed. If
      *    the extract has never completed, start with today.
      *
           MOVE 0 TO HV-LAST-DONE.
           EXEC SQL
              SELECT COALESCE(MAX(BATCHRUN_BUSINESS_DATE), 0)
              INTO :HV-LAST-DONE
              FROM BATCHRUN
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_STATUS = 'C'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-LAST-DONE = 0
              MOVE WS-RUN-DATE-X TO WS-EXTRACT-DATE
              GO TO FFD999
           END-IF.
           MOVE HV-LAST-DONE TO WS-LAST-DONE-X.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-LAST-DONE-X) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-EXTRACT-DATE.
           IF WS-EXTRACT-DATE < WS-RUN-DATE-X
              DISPLAY 'CDCEXTR - LAST COMPLETED BUSINESS DATE '
                 WS-LAST-DONE-X ' - CATCHING UP FROM '
                 WS-EXTRACT-DATE
           END-IF.
       FFD999.
           EXIT.
       EXTRACT-ONE-DATE SECTION.
       EOD010.
           MOVE WS-EXTRACT-DATE TO HV-RUN-BUSDATE.
           PERFORM REGISTER-RUN-START.
           ADD 1 TO WS-CDC-RUN-SEQ.
           MOVE 0 TO WS-DATE-RECORDS.
           PERFORM CLEAR-TABLE-COUNT
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > 7.
      *
      *    The master tables are compared only on the last date of
      *    the run, as their state on a missed date is no longer
      *    known; PROCTRAN is extracted for every date.
      *
           IF WS-EXTRACT-DATE = WS-RUN-DATE-X
              PERFORM EXTRACT-ACCOUNTS
              PERFORM EXTRACT-CUSTOMERS
              PERFORM EXTRACT-HOLDERS
              PERFORM EXTRACT-CARDS
              PERFORM EXTRACT-STANDING-ORDERS
              PERFORM EXTRACT-LOAN-SCHEDULES
           END-IF.
           PERFORM EXTRACT-TRANSACTIONS.
           PERFORM WRITE-MANIFEST-ENTRY
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > 7.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE 'T' TO MAN-REC-TYPE.
           MOVE WS-CDC-RUN-SEQ TO MAN-RUN-SEQ.
           MOVE WS-EXTRACT-DATE TO MAN-BUSINESS-DATE.
           MOVE 'TOTAL' TO MAN-TABLE.
           MOVE 0 TO MAN-INSERTS.
           MOVE 0 TO MAN-UPDATES.
           MOVE 0 TO MAN-DELETES.
           MOVE WS-DATE-RECORDS TO MAN-TOTAL.
           WRITE MANIFEST-RECORD.
           DISPLAY 'CDCEXTR - BUSINESS DATE ' WS-EXTRACT-DATE
              ' RUN ' WS-CDC-RUN-SEQ ' RECORDS ' WS-DATE-RECORDS.
           ADD 1 TO DATES-EXTRACTED.
           PERFORM REGISTER-RUN-END.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-EXTRACT-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-EXTRACT-DATE.
       EOD999.
           EXIT.
       CLEAR-TABLE-COUNT SECTION.
       CTC010.
           MOVE 0 TO WS-TC-INSERTS(WS-TAB-SUB).
           MOVE 0 TO WS-TC-UPDATES(WS-TAB-SUB).
           MOVE 0 TO WS-TC-DELETES(WS-TAB-SUB).
       CTC999.
           EXIT.
       WRITE-MANIFEST-ENTRY SECTION.
       WME010.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE 'D' TO MAN-REC-TYPE.
           MOVE WS-CDC-RUN-SEQ TO MAN-RUN-SEQ.
           MOVE WS-EXTRACT-DATE TO MAN-BUSINESS-DATE.
           MOVE WS-TABLE-NAME(WS-TAB-SUB) TO MAN-TABLE.
           MOVE WS-TC-INSERTS(WS-TAB-SUB) TO MAN-INSERTS.
           MOVE WS-TC-UPDATES(WS-TAB-SUB) TO MAN-UPDATES.
           MOVE WS-TC-DELETES(WS-TAB-SUB) TO MAN-DELETES.
           COMPUTE MAN-TOTAL = WS-TC-INSERTS(WS-TAB-SUB)
              + WS-TC-UPDATES(WS-TAB-SUB)
              + WS-TC-DELETES(WS-TAB-SUB).
           WRITE MANIFEST-RECORD.
       WME999.
           EXIT.
       EXTRACT-ACCOUNTS SECTION.
       EAC010.
           MOVE 1 TO WS-TAB-SUB.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN ACCOUNT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM COMPARE-ONE-ACCOUNT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE ACCOUNT-CURSOR
           END-EXEC.
           PERFORM EXTRACT-DELETIONS.
       EAC999.
           EXIT.
       COMPARE-ONE-ACCOUNT SECTION.
       COA010.
           EXEC SQL FETCH ACCOUNT-CURSOR
              INTO :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-ACC-TYPE, :HV-ACCOUNT-INT-RATE,
                   :HV-ACCOUNT-OPENED, :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-LAST-STMT, :HV-ACCOUNT-NEXT-STMT,
                   :HV-ACCOUNT-AVAIL-BAL, :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-CURRENCY, :HV-ACCOUNT-FREEZE,
                   :HV-ACCOUNT-DORMANT, :HV-ACCOUNT-PENDING-DEL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO COA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE SPACES TO WS-CDC-KEY.
           STRING HV-OUR-SORTCODE DELIMITED BY SIZE,
                  HV-ACCOUNT-ACC-NO DELIMITED BY SIZE
                  INTO WS-CDC-KEY
           END-STRING.
           MOVE SPACES TO WS-IMAGE.
           MOVE HV-ACCOUNT-CUST-NO TO IMG-AC-CUST-NO.
           MOVE HV-ACCOUNT-ACC-TYPE TO IMG-AC-TYPE.
           MOVE HV-ACCOUNT-INT-RATE TO IMG-AC-INT-RATE.
           MOVE HV-ACCOUNT-OPENED TO IMG-AC-OPENED.
           MOVE HV-ACCOUNT-OVERDRAFT-LIM TO IMG-AC-OD-LIMIT.
           MOVE HV-ACCOUNT-LAST-STMT TO IMG-AC-LAST-STMT.
           MOVE HV-ACCOUNT-NEXT-STMT TO IMG-AC-NEXT-STMT.
           MOVE HV-ACCOUNT-AVAIL-BAL TO IMG-AC-AVAIL-BAL.
           MOVE HV-ACCOUNT-ACTUAL-BAL TO IMG-AC-ACTUAL-BAL.
           MOVE HV-ACCOUNT-CURRENCY TO IMG-AC-CURRENCY.
           MOVE HV-ACCOUNT-FREEZE TO IMG-AC-FREEZE.
           MOVE HV-ACCOUNT-DORMANT TO IMG-AC-DORMANT.
           MOVE HV-ACCOUNT-PENDING-DEL TO IMG-AC-PENDING-DEL.
           PERFORM COMPARE-WITH-SNAPSHOT.
       COA999.
           EXIT.
       EXTRACT-CUSTOMERS SECTION.
       ECU010.
           MOVE 2 TO WS-TAB-SUB.
           MOVE 'N' TO WS-CUST-SW.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'CDCEXTR - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE 0 TO CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-KEY.
           IF CUSTOMER-STATUS NOT = '00'
              MOVE 'Y' TO WS-CUST-SW
           END-IF.
           PERFORM COMPARE-ONE-CUSTOMER UNTIL WS-END-OF-CUSTOMERS.
           CLOSE CUSTOMER-FILE.
           PERFORM EXTRACT-DELETIONS.
       ECU999.
           EXIT.
       COMPARE-ONE-CUSTOMER SECTION.
       COC010.
           READ CUSTOMER-FILE NEXT RECORD.
           IF CUSTOMER-STATUS = '10'
              MOVE 'Y' TO WS-CUST-SW
              GO TO COC999
           END-IF.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'CDCEXTR - CUSTOMER FILE READ FAILED. '
                 'STATUS=' CUSTOMER-STATUS
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF CUSTOMER-SORTCODE NOT = SORTCODE
              MOVE 'Y' TO WS-CUST-SW
              GO TO COC999
           END-IF.
           ADD 1 TO CUSTOMERS-READ.
           MOVE SPACES TO WS-CDC-KEY.
           MOVE CUSTOMER-KEY TO WS-CDC-KEY.
           MOVE SPACES TO WS-IMAGE.
           MOVE CUSTOMER-NAME TO IMG-CU-NAME.
           MOVE CUSTOMER-ADDRESS TO IMG-CU-ADDRESS.
           MOVE CUSTOMER-DATE-OF-BIRTH TO IMG-CU-DATE-OF-BIRTH.
           MOVE CUSTOMER-CREDIT-SCORE TO IMG-CU-CREDIT-SCORE.
           MOVE CUSTOMER-CS-REVIEW-DATE TO IMG-CU-CS-REVIEW-DATE.
           PERFORM COMPARE-WITH-SNAPSHOT.
       COC999.
           EXIT.
       EXTRACT-HOLDERS SECTION.
       EHO010.
           MOVE 3 TO WS-TAB-SUB.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN HOLDER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM COMPARE-ONE-HOLDER UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE HOLDER-CURSOR
           END-EXEC.
           PERFORM EXTRACT-DELETIONS.
       EHO999.
           EXIT.
       COMPARE-ONE-HOLDER SECTION.
       COH010.
           EXEC SQL FETCH HOLDER-CURSOR
              INTO :HV-AH-SORTCODE, :HV-AH-ACC-NO, :HV-AH-CUST-NO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO COH999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE SPACES TO WS-CDC-KEY.
           STRING HV-AH-SORTCODE DELIMITED BY SIZE,
                  HV-AH-ACC-NO DELIMITED BY SIZE,
                  HV-AH-CUST-NO DELIMITED BY SIZE
                  INTO WS-CDC-KEY
           END-STRING.
           MOVE SPACES TO WS-IMAGE.
           MOVE HV-AH-SORTCODE TO IMG-AH-SORTCODE.
           MOVE HV-AH-ACC-NO TO IMG-AH-ACC-NO.
           MOVE HV-AH-CUST-NO TO IMG-AH-CUST-NO.
           PERFORM COMPARE-WITH-SNAPSHOT.
       COH999.
           EXIT.
       EXTRACT-CARDS SECTION.
       ECA010.
           MOVE 4 TO WS-TAB-SUB.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN CARD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM COMPARE-ONE-CARD UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CARD-CURSOR
           END-EXEC.
           PERFORM EXTRACT-DELETIONS.
       ECA999.
           EXIT.
       COMPARE-ONE-CARD SECTION.
       COD010.
           EXEC SQL FETCH CARD-CURSOR
              INTO :HV-CARD-NUMBER, :HV-CARD-ACC-NO,
                   :HV-CARD-STATUS, :HV-CARD-EXPIRY,
                   :HV-CARD-ISSUED, :HV-CARD-REPLACES,
                   :HV-CARD-LAST-USED, :HV-CARD-DESPATCHED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO COD999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE SPACES TO WS-CDC-KEY.
           MOVE HV-CARD-NUMBER TO WS-CDC-KEY.
           MOVE SPACES TO WS-IMAGE.
           MOVE HV-OUR-SORTCODE TO IMG-CD-SORTCODE.
           MOVE HV-CARD-ACC-NO TO IMG-CD-ACC-NO.
           MOVE HV-CARD-STATUS TO IMG-CD-STATUS.
           MOVE HV-CARD-EXPIRY TO IMG-CD-EXPIRY.
           MOVE HV-CARD-ISSUED TO IMG-CD-ISSUED.
           MOVE HV-CARD-REPLACES TO IMG-CD-REPLACES.
           MOVE HV-CARD-LAST-USED TO IMG-CD-LAST-USED.
           MOVE HV-CARD-DESPATCHED TO IMG-CD-DESPATCHED.
           PERFORM COMPARE-WITH-SNAPSHOT.
       COD999.
           EXIT.
       EXTRACT-STANDING-ORDERS SECTION.
       ESO010.
           MOVE 5 TO WS-TAB-SUB.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN STANDORD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM COMPARE-ONE-STANDING-ORDER UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE STANDORD-CURSOR
           END-EXEC.
           PERFORM EXTRACT-DELETIONS.
       ESO999.
           EXIT.
       COMPARE-ONE-STANDING-ORDER SECTION.
       COS010.
           EXEC SQL FETCH STANDORD-CURSOR
              INTO :HV-SO-NUMBER, :HV-SO-FROM-SORTCODE,
                   :HV-SO-FROM-ACCOUNT, :HV-SO-TO-SORTCODE,
                   :HV-SO-TO-ACCOUNT, :HV-SO-AMOUNT,
                   :HV-SO-FREQUENCY, :HV-SO-NEXT-DUE,
                   :HV-SO-END-DATE, :HV-SO-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO COS999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE SPACES TO WS-CDC-KEY.
           STRING HV-OUR-SORTCODE DELIMITED BY SIZE,
                  HV-SO-NUMBER DELIMITED BY SIZE
                  INTO WS-CDC-KEY
           END-STRING.
           MOVE SPACES TO WS-IMAGE.
           MOVE HV-SO-FROM-SORTCODE TO IMG-SO-FROM-SORTCODE.
           MOVE HV-SO-FROM-ACCOUNT TO IMG-SO-FROM-ACCOUNT.
           MOVE HV-SO-TO-SORTCODE TO IMG-SO-TO-SORTCODE.
           MOVE HV-SO-TO-ACCOUNT TO IMG-SO-TO-ACCOUNT.
           MOVE HV-SO-AMOUNT TO IMG-SO-AMOUNT.
           MOVE HV-SO-FREQUENCY TO IMG-SO-FREQUENCY.
           MOVE HV-SO-NEXT-DUE TO IMG-SO-NEXT-DUE.
           MOVE HV-SO-END-DATE TO IMG-SO-END-DATE.
           MOVE HV-SO-STATUS TO IMG-SO-STATUS.
           PERFORM COMPARE-WITH-SNAPSHOT.
       COS999.
           EXIT.
       EXTRACT-LOAN-SCHEDULES SECTION.
       ELS010.
           MOVE 6 TO WS-TAB-SUB.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN LOANSCHD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM COMPARE-ONE-INSTALMENT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE LOANSCHD-CURSOR
           END-EXEC.
           PERFORM EXTRACT-DELETIONS.
       ELS999.
           EXIT.
       COMPARE-ONE-INSTALMENT SECTION.
       COI010.
           EXEC SQL FETCH LOANSCHD-CURSOR
              INTO :HV-LS-ACC-NO, :HV-LS-PAYMENT-NO,
                   :HV-LS-DUE-DATE, :HV-LS-PAYMENT,
                   :HV-LS-PRINCIPAL, :HV-LS-INTEREST,
                   :HV-LS-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO COI999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-LS-PAYMENT-NO TO WS-KEY-PAYMENT-NO.
           MOVE SPACES TO WS-CDC-KEY.
           STRING HV-OUR-SORTCODE DELIMITED BY SIZE,
                  HV-LS-ACC-NO DELIMITED BY SIZE,
                  WS-KEY-PAYMENT-NO DELIMITED BY SIZE
                  INTO WS-CDC-KEY
           END-STRING.
           MOVE SPACES TO WS-IMAGE.
           MOVE HV-LS-DUE-DATE TO IMG-LS-DUE-DATE.
           MOVE HV-LS-PAYMENT TO IMG-LS-PAYMENT.
           MOVE HV-LS-PRINCIPAL TO IMG-LS-PRINCIPAL.
           MOVE HV-LS-INTEREST TO IMG-LS-INTEREST.
           MOVE HV-LS-STATUS TO IMG-LS-STATUS.
           PERFORM COMPARE-WITH-SNAPSHOT.
       COI999.
           EXIT.
       EXTRACT-TRANSACTIONS SECTION.
       ETR010.
      *
      *    PROCTRAN rows are never changed once written, so the
      *    business date's rows are all extracted as inserts.
      *
           MOVE 7 TO WS-TAB-SUB.
           MOVE 'N' TO WS-EXIT-SW.
           MOVE SPACES TO HV-PROCTRAN-WANTED.
           STRING WS-EXTRACT-DD '.' WS-EXTRACT-MM '.'
              WS-EXTRACT-CCYY DELIMITED BY SIZE
              INTO HV-PROCTRAN-WANTED
           END-STRING.
           EXEC SQL OPEN PROCTRAN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM EXTRACT-ONE-TRANSACTION UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE PROCTRAN-CURSOR
           END-EXEC.
       ETR999.
           EXIT.
       EXTRACT-ONE-TRANSACTION SECTION.
       EOT010.
           EXEC SQL FETCH PROCTRAN-CURSOR
              INTO :HV-PROCTRAN-ACC-NUMBER, :HV-PROCTRAN-DATE,
                   :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                   :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                   :HV-PROCTRAN-AMOUNT,
                   :HV-PROCTRAN-REL-SORTCODE,
                   :HV-PROCTRAN-REL-ACCOUNT,
                   :HV-PROCTRAN-CHANNEL-ID
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO EOT999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE SPACES TO WS-CDC-KEY.
           STRING HV-OUR-SORTCODE DELIMITED BY SIZE,
                  HV-PROCTRAN-ACC-NUMBER DELIMITED BY SIZE,
                  HV-PROCTRAN-TIME DELIMITED BY SIZE,
                  HV-PROCTRAN-REF DELIMITED BY SIZE
                  INTO WS-CDC-KEY
           END-STRING.
           MOVE SPACES TO WS-IMAGE.
           MOVE HV-PROCTRAN-DATE TO IMG-PT-DATE.
           MOVE HV-PROCTRAN-TIME TO IMG-PT-TIME.
           MOVE HV-PROCTRAN-REF TO IMG-PT-REF.
           MOVE HV-PROCTRAN-TYPE TO IMG-PT-TYPE.
           MOVE HV-PROCTRAN-DESC TO IMG-PT-DESC.
           MOVE HV-PROCTRAN-AMOUNT TO IMG-PT-AMOUNT.
           MOVE HV-PROCTRAN-REL-SORTCODE TO IMG-PT-REL-SORTCODE.
           MOVE HV-PROCTRAN-REL-ACCOUNT TO IMG-PT-REL-ACCOUNT.
           MOVE HV-PROCTRAN-CHANNEL-ID TO IMG-PT-CHANNEL-ID.
           MOVE 'I' TO WS-CHANGE-TYPE.
           PERFORM WRITE-CHANGE-RECORD.
       EOT999.
           EXIT.
       COMPARE-WITH-SNAPSHOT SECTION.
       CWS010.
      *
      *    WS-CDC-KEY and WS-IMAGE hold the current row for the table
      *    at WS-TAB-SUB. A row not on CDCSNAP is new; a row whose
      *    image differs has changed. Either way the snapshot is
      *    brought up to date, and every row seen is stamped with
      *    this run so the rows not stamped can be found as deleted.
      *
           MOVE WS-TABLE-NAME(WS-TAB-SUB) TO HV-SNAP-TABLE.
           MOVE WS-CDC-KEY TO HV-SNAP-KEY.
           MOVE WS-CDC-RUN-SEQ TO HV-SNAP-RUN-SEQ.
           MOVE SPACES TO HV-SNAP-IMAGE.
           EXEC SQL
              SELECT CDCSNAP_IMAGE
              INTO :HV-SNAP-IMAGE
              FROM CDCSNAP
              WHERE CDCSNAP_SORTCODE = :HV-OUR-SORTCODE
              AND CDCSNAP_TABLE = :HV-SNAP-TABLE
              AND CDCSNAP_KEY = :HV-SNAP-KEY
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE WS-IMAGE TO HV-SNAP-IMAGE
                 EXEC SQL
                    INSERT INTO CDCSNAP
                           (CDCSNAP_SORTCODE, CDCSNAP_TABLE,
                            CDCSNAP_KEY, CDCSNAP_IMAGE,
                            CDCSNAP_RUN_SEQ)
                    VALUES
                           (:HV-OUR-SORTCODE, :HV-SNAP-TABLE,
                            :HV-SNAP-KEY, :HV-SNAP-IMAGE,
                            :HV-SNAP-RUN-SEQ)
                 END-EXEC
                 MOVE 'I' TO WS-CHANGE-TYPE
              WHEN SQLCODE = 0 AND HV-SNAP-IMAGE NOT = WS-IMAGE
                 MOVE WS-IMAGE TO HV-SNAP-IMAGE
                 EXEC SQL
                    UPDATE CDCSNAP
                    SET CDCSNAP_IMAGE = :HV-SNAP-IMAGE,
                        CDCSNAP_RUN_SEQ = :HV-SNAP-RUN-SEQ
                    WHERE CDCSNAP_SORTCODE = :HV-OUR-SORTCODE
                    AND CDCSNAP_TABLE = :HV-SNAP-TABLE
                    AND CDCSNAP_KEY = :HV-SNAP-KEY
                 END-EXEC
                 MOVE 'U' TO WS-CHANGE-TYPE
              WHEN SQLCODE = 0
                 EXEC SQL
                    UPDATE CDCSNAP
                    SET CDCSNAP_RUN_SEQ = :HV-SNAP-RUN-SEQ
                    WHERE CDCSNAP_SORTCODE = :HV-OUR-SORTCODE
                    AND CDCSNAP_TABLE = :HV-SNAP-TABLE
                    AND CDCSNAP_KEY = :HV-SNAP-KEY
                 END-EXEC
                 MOVE SPACE TO WS-CHANGE-TYPE
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF WS-CHANGE-TYPE NOT = SPACE
              PERFORM WRITE-CHANGE-RECORD
           END-IF.
       CWS999.
           EXIT.
       EXTRACT-DELETIONS SECTION.
       EDL010.
      *
      *    Snapshot rows for the table at WS-TAB-SUB that were not
      *    stamped with this run are rows that have been deleted.
      *
           MOVE WS-TABLE-NAME(WS-TAB-SUB) TO HV-SNAP-TABLE.
           MOVE WS-CDC-RUN-SEQ TO HV-SNAP-RUN-SEQ.
           MOVE 'N' TO WS-EXIT-SW.
           EXEC SQL OPEN GONE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM EXTRACT-ONE-DELETION UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE GONE-CURSOR
           END-EXEC.
       EDL999.
           EXIT.
       EXTRACT-ONE-DELETION SECTION.
       EOL010.
           EXEC SQL FETCH GONE-CURSOR
              INTO :HV-SNAP-KEY, :HV-SNAP-IMAGE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO EOL999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EXEC SQL
              DELETE FROM CDCSNAP
              WHERE CURRENT OF GONE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-SNAP-KEY TO WS-CDC-KEY.
           MOVE HV-SNAP-IMAGE TO WS-IMAGE.
           MOVE 'D' TO WS-CHANGE-TYPE.
           PERFORM WRITE-CHANGE-RECORD.
       EOL999.
           EXIT.
       WRITE-CHANGE-RECORD SECTION.
       WCR010.
           MOVE SPACES TO CHANGE-RECORD.
           MOVE WS-CDC-RUN-SEQ TO CDC-RUN-SEQ.
           MOVE WS-EXTRACT-DATE TO CDC-BUSINESS-DATE.
           MOVE WS-TABLE-NAME(WS-TAB-SUB) TO CDC-TABLE.
           MOVE WS-CHANGE-TYPE TO CDC-CHANGE-TYPE.
           MOVE WS-CDC-KEY TO CDC-KEY.
           MOVE WS-IMAGE TO CDC-IMAGE.
           WRITE CHANGE-RECORD.
           EVALUATE WS-CHANGE-TYPE
              WHEN 'I'
                 ADD 1 TO WS-TC-INSERTS(WS-TAB-SUB)
              WHEN 'U'
                 ADD 1 TO WS-TC-UPDATES(WS-TAB-SUB)
              WHEN 'D'
                 ADD 1 TO WS-TC-DELETES(WS-TAB-SUB)
           END-EVALUATE.
           ADD 1 TO WS-DATE-RECORDS.
           ADD 1 TO RECORDS-WRITTEN.
       WCR999.
           EXIT.
       GET-RUN-SEQUENCE SECTION.
       GRS010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CDC-RUN-SEQ' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE HV-CONTROL-VALUE-NUM TO WS-CDC-RUN-SEQ
              WHEN SQLCODE = +100
                 MOVE 0 TO WS-CDC-RUN-SEQ
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
       GRS999.
           EXIT.
       SAVE-RUN-SEQUENCE SECTION.
       SRS010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CDC-RUN-SEQ' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           MOVE WS-CDC-RUN-SEQ TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO CONTROL
                    (CONTROL_NAME, CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR)
                 VALUES
                    (:HV-CONTROL-NAME, :HV-CONTROL-VALUE-NUM,
                     :HV-CONTROL-VALUE-STR)
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       SRS999.
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
                 DISPLAY 'CDCEXTR - BUSINESS DATE ' HV-RUN-BUSDATE
                    ' ALREADY EXTRACTED - RUN REFUSED'
                 PERFORM ABEND-THIS-RUN
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
      *
      *    COUNT1 is the number of change records written for the
      *    business date and COUNT2 the run sequence they carry.
      *
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE WS-BR-TIME TO HV-RUN-TIME.
           MOVE WS-DATE-RECORDS TO HV-RUN-COUNT1.
           MOVE WS-CDC-RUN-SEQ TO HV-RUN-COUNT2.
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
              PERFORM ABEND-THIS-RUN
           END-IF.
       RRE999.
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
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'CDCEXTR - UNRECOVERABLE ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           DISPLAY 'CDCEXTR - CHANGE RECORDS WRITTEN: '
              RECORDS-WRITTEN ' - ALL BACKED OUT'.
           EXEC SQL
              ROLLBACK
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
