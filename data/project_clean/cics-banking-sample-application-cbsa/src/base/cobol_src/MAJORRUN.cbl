       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORRUN.
       AUTHOR. Jon Collett.
      *
      *    Monthly coming-of-age run. Every customer who is a minor
      *    on the GUARDIAN register, or who holds a junior product
      *    (a PRODUCT row naming its adult equivalent in
      *    PRODUCT_ADULT_CODE), has their age worked out from the
      *    date of birth on the customer file. Those who have
      *    reached the age of majority, held on CONTROL as
      *    <sortcode>-MAJORITY-AGE (default 18), have:
      *
      *      - each junior account moved to the adult product;
      *      - their guardian's authority ended (status E);
      *      - a MAJORITY notification raised for NOTIFRUN, one per
      *        converted account or, where nothing was converted,
      *        one against their first account;
      *      - a KYC refresh (type M) queued on EDDREVW, unless a
      *        review is already open for them.
      *
      *    Account numbers and balances are unchanged by the
      *    conversion.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-EYECATCHER             PIC X(4).
           05 CUSTOMER-KEY.
              07 CUSTOMER-SORTCODE            PIC 9(6) DISPLAY.
              07 CUSTOMER-NUMBER              PIC 9(10) DISPLAY.
           05 CUSTOMER-NAME                   PIC X(60).
           05 CUSTOMER-ADDRESS                PIC X(160).
           05 CUSTOMER-DATE-OF-BIRTH          PIC 9(8).
           05 CUSTOMER-DOB-GROUP REDEFINES CUSTOMER-DATE-OF-BIRTH.
              07 CUSTOMER-BIRTH-DAY           PIC 99.
              07 CUSTOMER-BIRTH-MONTH         PIC 99.
              07 CUSTOMER-BIRTH-YEAR          PIC 9999.
           05 CUSTOMER-CREDIT-SCORE           PIC 999.
           05 CUSTOMER-CS-REVIEW-DATE         PIC 9(8).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-MAJORITY-AGE                   PIC S9(4) COMP VALUE 18.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY                          PIC S9(8).
       01 HV-MJ-CUSTOMER                    PIC X(10).
       01 HOST-JUNIOR-ROW.
          03 HV-JR-ACC-NO                   PIC X(8).
          03 HV-JR-ACC-TYPE                 PIC X(8).
          03 HV-JR-ADULT-CODE               PIC X(8).
       01 HV-FIRST-ACC                      PIC X(8).
       01 HV-OPEN-REVIEWS                   PIC S9(9) COMP.
       01 HOST-EDDREVW-ROW.
          03 HV-EDD-SORTCODE                PIC X(6).
          03 HV-EDD-CUSTOMER                PIC X(10).
          03 HV-EDD-RAISED-DATE             PIC S9(8).
          03 HV-EDD-TYPE                    PIC X.
          03 HV-EDD-RATING                  PIC X.
          03 HV-EDD-SCORE                   PIC S9(4) COMP.
          03 HV-EDD-STATUS                  PIC X.
       01 HOST-NOTIFEVT-ROW.
          03 HV-NE-SORTCODE             PIC X(6).
          03 HV-NE-NUMBER               PIC X(8).
          03 HV-NE-TYPE                 PIC X(8).
          03 HV-NE-DATE                 PIC X(10).
          03 HV-NE-TIME                 PIC 9(6).
          03 HV-NE-DETAIL               PIC X(40).
          03 HV-NE-STATUS               PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01 WS-JUNIOR-SW                      PIC X VALUE 'N'.
          88 WS-NO-MORE-JUNIORS                  VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-BIRTH-DATE                     PIC S9(8).
       01 WS-AGE                            PIC S9(4) COMP.
       01 WS-CUST-CONVERTED                 PIC 9(4) VALUE 0.
       01 CUSTOMERS-REVIEWED                PIC 9(8) VALUE 0.
       01 CUSTOMERS-OF-AGE                  PIC 9(8) VALUE 0.
       01 ACCOUNTS-CONVERTED                PIC 9(8) VALUE 0.
       01 GUARDIANSHIPS-ENDED               PIC 9(8) VALUE 0.
       01 REVIEWS-QUEUED                    PIC 9(8) VALUE 0.
       01 CUSTOMERS-NOT-ON-FILE             PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE MAJOR-CURSOR CURSOR FOR
                 SELECT GUARDIAN_MINOR_CUST
                 FROM GUARDIAN
                 WHERE GUARDIAN_SORTCODE = :HV-OUR-SORTCODE
                   AND GUARDIAN_STATUS = 'A'
                 UNION
                 SELECT A.ACCOUNT_CUSTOMER_NUMBER
                 FROM ACCOUNT A, PRODUCT P
                 WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                   AND P.PRODUCT_CODE = A.ACCOUNT_TYPE
                   AND COALESCE(P.PRODUCT_ADULT_CODE, ' ') <> ' '
                 ORDER BY 1
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE JUNIOR-CURSOR CURSOR FOR
                 SELECT A.ACCOUNT_NUMBER,
                        A.ACCOUNT_TYPE,
                        P.PRODUCT_ADULT_CODE
                 FROM ACCOUNT A, PRODUCT P
                 WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                   AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-MJ-CUSTOMER
                   AND P.PRODUCT_CODE = A.ACCOUNT_TYPE
                   AND COALESCE(P.PRODUCT_ADULT_CODE, ' ') <> ' '
                 ORDER BY A.ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           PERFORM GET-MAJORITY-CONFIG.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE HV-TODAY = WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           DISPLAY 'MAJORRUN - COMING-OF-AGE REVIEW FOR BRANCH '
              SORTCODE ', MAJORITY AGE ' WS-MAJORITY-AGE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'MAJORRUN - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL OPEN MAJOR-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REVIEW-ONE-CUSTOMER UNTIL WS-NO-MORE-CUSTOMERS.
           EXEC SQL CLOSE MAJOR-CURSOR
           END-EXEC.
           CLOSE CUSTOMER-FILE.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'MAJORRUN - CUSTOMERS REVIEWED:   '
              CUSTOMERS-REVIEWED.
           DISPLAY 'MAJORRUN - CUSTOMERS OF AGE:     ' CUSTOMERS-OF-AGE.
           DISPLAY 'MAJORRUN - ACCOUNTS CONVERTED:   '
              ACCOUNTS-CONVERTED.
           DISPLAY 'MAJORRUN - GUARDIANSHIPS ENDED:  '
              GUARDIANSHIPS-ENDED.
           DISPLAY 'MAJORRUN - KYC REFRESHES QUEUED: ' REVIEWS-QUEUED.
           DISPLAY 'MAJORRUN - CUSTOMERS NOT ON FILE: '
              CUSTOMERS-NOT-ON-FILE.
           IF CUSTOMERS-NOT-ON-FILE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       REVIEW-ONE-CUSTOMER SECTION.
       ROC010.
           EXEC SQL FETCH MAJOR-CURSOR
              INTO :HV-MJ-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROC999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO CUSTOMERS-REVIEWED.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-MJ-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'MAJORRUN - CUSTOMER ' HV-MJ-CUSTOMER
                 ' NOT ON FILE, STATUS=' CUSTOMER-STATUS
              ADD 1 TO CUSTOMERS-NOT-ON-FILE
              GO TO ROC999
           END-IF.
           IF CUSTOMER-DATE-OF-BIRTH IS NOT NUMERIC
           OR CUSTOMER-BIRTH-YEAR = 0
              DISPLAY 'MAJORRUN - CUSTOMER ' HV-MJ-CUSTOMER
                 ' HAS NO VALID DATE OF BIRTH'
              ADD 1 TO CUSTOMERS-NOT-ON-FILE
              GO TO ROC999
           END-IF.
           COMPUTE WS-BIRTH-DATE = CUSTOMER-BIRTH-YEAR * 10000
              + CUSTOMER-BIRTH-MONTH * 100 + CUSTOMER-BIRTH-DAY.
           COMPUTE WS-AGE = (HV-TODAY - WS-BIRTH-DATE) / 10000.
           IF WS-AGE < WS-MAJORITY-AGE
              GO TO ROC999
           END-IF.
           ADD 1 TO CUSTOMERS-OF-AGE.
           MOVE 0 TO WS-CUST-CONVERTED.
           PERFORM CONVERT-JUNIOR-ACCOUNTS.
           PERFORM END-GUARDIANSHIP.
           IF WS-CUST-CONVERTED = 0
              PERFORM NOTIFY-FIRST-ACCOUNT
           END-IF.
           PERFORM QUEUE-KYC-REFRESH.
       ROC999.
           EXIT.
       CONVERT-JUNIOR-ACCOUNTS SECTION.
       CJA010.
           MOVE 'N' TO WS-JUNIOR-SW.
           EXEC SQL OPEN JUNIOR-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM CONVERT-ONE-ACCOUNT UNTIL WS-NO-MORE-JUNIORS.
           EXEC SQL CLOSE JUNIOR-CURSOR
           END-EXEC.
       CJA999.
           EXIT.
       CONVERT-ONE-ACCOUNT SECTION.
       COA010.
           EXEC SQL FETCH JUNIOR-CURSOR
              INTO :HV-JR-ACC-NO, :HV-JR-ACC-TYPE,
                   :HV-JR-ADULT-CODE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-JUNIOR-SW
              GO TO COA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_TYPE = :HV-JR-ADULT-CODE
              WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND ACCOUNT_NUMBER = :HV-JR-ACC-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'MAJORRUN - ACCOUNT ' HV-JR-ACC-NO ' CUSTOMER '
              HV-MJ-CUSTOMER ' ' HV-JR-ACC-TYPE ' CONVERTED TO '
              HV-JR-ADULT-CODE.
           ADD 1 TO WS-CUST-CONVERTED.
           ADD 1 TO ACCOUNTS-CONVERTED.
           MOVE HV-JR-ACC-NO TO HV-NE-NUMBER.
           MOVE SPACES TO HV-NE-DETAIL.
           STRING 'PRODUCT CHANGED TO ' DELIMITED BY SIZE,
                  HV-JR-ADULT-CODE DELIMITED BY SPACE,
                  ' AT MAJORITY' DELIMITED BY SIZE
                  INTO HV-NE-DETAIL
           END-STRING.
           PERFORM WRITE-NOTIFY-EVENT.
       COA999.
           EXIT.
       END-GUARDIANSHIP SECTION.
       EGS010.
           EXEC SQL
              UPDATE GUARDIAN
              SET GUARDIAN_STATUS = 'E',
                  GUARDIAN_END = :HV-TODAY
              WHERE GUARDIAN_SORTCODE = :HV-OUR-SORTCODE
              AND GUARDIAN_MINOR_CUST = :HV-MJ-CUSTOMER
              AND GUARDIAN_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 100
              GO TO EGS999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD SQLERRD(3) TO GUARDIANSHIPS-ENDED.
       EGS999.
           EXIT.
       NOTIFY-FIRST-ACCOUNT SECTION.
       NFA010.
      *
      *    Notices are addressed by account, so a customer with no
      *    junior product to convert is told on their first account.
      *
           MOVE SPACES TO HV-FIRST-ACC.
           EXEC SQL
              SELECT COALESCE(MIN(ACCOUNT_NUMBER), ' ')
              INTO :HV-FIRST-ACC
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND ACCOUNT_CUSTOMER_NUMBER = :HV-MJ-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-FIRST-ACC = SPACES
              GO TO NFA999
           END-IF.
           MOVE HV-FIRST-ACC TO HV-NE-NUMBER.
           MOVE 'GUARDIAN AUTHORITY ENDED AT MAJORITY'
              TO HV-NE-DETAIL.
           PERFORM WRITE-NOTIFY-EVENT.
       NFA999.
           EXIT.
       WRITE-NOTIFY-EVENT SECTION.
       WNE010.
           MOVE HV-OUR-SORTCODE TO HV-NE-SORTCODE.
           MOVE 'MAJORITY' TO HV-NE-TYPE.
           MOVE WS-RUN-DATE-DD TO HV-NE-DATE(1:2).
           MOVE '.' TO HV-NE-DATE(3:1).
           MOVE WS-RUN-DATE-MM TO HV-NE-DATE(4:2).
           MOVE '.' TO HV-NE-DATE(6:1).
           MOVE WS-RUN-DATE-CCYY TO HV-NE-DATE(7:4).
           MOVE WS-RUN-TIME TO HV-NE-TIME.
           MOVE 'P' TO HV-NE-STATUS.
           EXEC SQL
              INSERT INTO NOTIFEVT
                     (
                      NOTIFEVT_SORTCODE,
                      NOTIFEVT_NUMBER,
                      NOTIFEVT_TYPE,
                      NOTIFEVT_DATE,
                      NOTIFEVT_TIME,
                      NOTIFEVT_DETAIL,
                      NOTIFEVT_STATUS
                     )
              VALUES
                     (
                      :HV-NE-SORTCODE,
                      :HV-NE-NUMBER,
                      :HV-NE-TYPE,
                      :HV-NE-DATE,
                      :HV-NE-TIME,
                      :HV-NE-DETAIL,
                      :HV-NE-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'MAJORRUN - NOTIFEVT INSERT FAILED. SQLCODE='
                 SQLCODE
           END-IF.
       WNE999.
           EXIT.
       QUEUE-KYC-REFRESH SECTION.
       QKR010.
      *
      *    A new adult customer's identity and risk profile are
      *    refreshed through the EDD review queue, carrying their
      *    current AML rating where one has been set.
      *
           MOVE 0 TO HV-OPEN-REVIEWS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OPEN-REVIEWS
              FROM EDDREVW
              WHERE EDDREVW_SORTCODE = :HV-OUR-SORTCODE
              AND EDDREVW_CUSTOMER = :HV-MJ-CUSTOMER
              AND EDDREVW_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-OPEN-REVIEWS > 0
              GO TO QKR999
           END-IF.
           MOVE HV-OUR-SORTCODE TO HV-EDD-SORTCODE.
           MOVE HV-MJ-CUSTOMER TO HV-EDD-CUSTOMER.
           MOVE HV-TODAY TO HV-EDD-RAISED-DATE.
           MOVE 'M' TO HV-EDD-TYPE.
           MOVE SPACE TO HV-EDD-RATING.
           MOVE 0 TO HV-EDD-SCORE.
           MOVE 'O' TO HV-EDD-STATUS.
           EXEC SQL
              SELECT AMLRISK_RATING,
                     AMLRISK_SCORE
              INTO :HV-EDD-RATING,
                   :HV-EDD-SCORE
              FROM AMLRISK
              WHERE AMLRISK_SORTCODE = :HV-OUR-SORTCODE
              AND AMLRISK_CUSTOMER = :HV-MJ-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              INSERT INTO EDDREVW
                     (
                      EDDREVW_SORTCODE,
                      EDDREVW_CUSTOMER,
                      EDDREVW_RAISED_DATE,
                      EDDREVW_TYPE,
                      EDDREVW_RATING,
                      EDDREVW_SCORE,
                      EDDREVW_STATUS,
                      EDDREVW_OUTCOME,
                      EDDREVW_USERID,
                      EDDREVW_REVIEW_DATE
                     )
              VALUES
                     (
                      :HV-EDD-SORTCODE,
                      :HV-EDD-CUSTOMER,
                      :HV-EDD-RAISED-DATE,
                      :HV-EDD-TYPE,
                      :HV-EDD-RATING,
                      :HV-EDD-SCORE,
                      :HV-EDD-STATUS,
                      ' ',
                      ' ',
                      0
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO REVIEWS-QUEUED.
       QKR999.
           EXIT.
       GET-MAJORITY-CONFIG SECTION.
       GMC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-MAJORITY-AGE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-MAJORITY-AGE
           END-IF.
       GMC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'MAJORRUN - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY ' CUSTOMER ' HV-MJ-CUSTOMER.
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
