       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRATE.
       AUTHOR. Jon Collett.
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
           05 CUSTOMER-CREDIT-SCORE           PIC 999.
           05 CUSTOMER-CS-REVIEW-DATE         PIC 9(8).
       WORKING-STORAGE SECTION.
      *
      *    Customer money-laundering risk rating. Every customer
      *    holding an account is scored from seven weighted factors -
      *    country of address, AML case history, sanctions screening
      *    hits, cash intensity of the account turnover, product mix,
      *    third-party mandates and the state of the KYC documents -
      *    and rated low, medium or high on the total. The weights and
      *    rating thresholds are held on CONTROL.
      *
      *    The rating sets the customer's review frequency. A customer
      *    newly rated high, or a high-risk customer whose review has
      *    fallen due, is placed on the enhanced-due-diligence review
      *    queue; low and medium customers whose periodic review has
      *    fallen due are queued for a standard review. A customer is
      *    never queued twice while a review is still open.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY                          PIC S9(8).
       01 HV-CASH-WINDOW-START              PIC X(8).
       01 HV-CUSTOMER                       PIC X(10).
       01 HV-CUST-NAME                      PIC X(60).
       01 HV-CASE-COUNT                     PIC S9(9) COMP.
       01 HV-CASE-REPORTED                  PIC S9(9) COMP.
       01 HV-SCREEN-HITS                    PIC S9(9) COMP.
       01 HV-CASH-TURNOVER                  PIC S9(13)V99.
       01 HV-ALL-TURNOVER                   PIC S9(13)V99.
       01 HV-PRODUCT-TYPES                  PIC S9(9) COMP.
       01 HV-MANDATE-COUNT                  PIC S9(9) COMP.
       01 HV-KYC-VALID-COUNT                PIC S9(9) COMP.
       01 HV-OPEN-REVIEWS                   PIC S9(9) COMP.
       01 HOST-AMLRISK-ROW.
          03 HV-RISK-SORTCODE               PIC X(6).
          03 HV-RISK-CUSTOMER               PIC X(10).
          03 HV-RISK-SCORE                  PIC S9(4) COMP.
          03 HV-RISK-RATING                 PIC X.
          03 HV-RISK-SC-COUNTRY             PIC S9(4) COMP.
          03 HV-RISK-SC-CASE                PIC S9(4) COMP.
          03 HV-RISK-SC-SCREEN              PIC S9(4) COMP.
          03 HV-RISK-SC-CASH                PIC S9(4) COMP.
          03 HV-RISK-SC-PRODUCT             PIC S9(4) COMP.
          03 HV-RISK-SC-MANDATE             PIC S9(4) COMP.
          03 HV-RISK-SC-KYC                 PIC S9(4) COMP.
          03 HV-RISK-RATED-DATE             PIC S9(8).
          03 HV-RISK-LAST-REVIEW            PIC S9(8).
          03 HV-RISK-NEXT-REVIEW            PIC S9(8).
       01 HV-OLD-RATING                     PIC X.
       01 HV-OLD-NEXT-REVIEW                PIC S9(8).
       01 HOST-EDDREVW-ROW.
          03 HV-EDD-SORTCODE                PIC X(6).
          03 HV-EDD-CUSTOMER                PIC X(10).
          03 HV-EDD-RAISED-DATE             PIC S9(8).
          03 HV-EDD-TYPE                    PIC X.
          03 HV-EDD-RATING                  PIC X.
          03 HV-EDD-SCORE                   PIC S9(4) COMP.
          03 HV-EDD-STATUS                  PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01 WS-EXISTING-SW                    PIC X VALUE 'N'.
          88 WS-RATING-EXISTS                    VALUE 'Y'.
       01 WS-QUEUE-SW                       PIC X VALUE 'N'.
          88 WS-QUEUE-REVIEW                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 WS-CONTROL-SUFFIX                 PIC X(24).
      *
      *    Factor weights, rating thresholds and review frequencies.
      *    The values below apply unless overridden on CONTROL.
      *
       01 WS-WT-COUNTRY                     PIC S9(4) COMP VALUE 40.
       01 WS-WT-CASE                        PIC S9(4) COMP VALUE 10.
       01 WS-WT-SCREEN                      PIC S9(4) COMP VALUE 30.
       01 WS-WT-CASH                        PIC S9(4) COMP VALUE 20.
       01 WS-WT-PRODUCT                     PIC S9(4) COMP VALUE 5.
       01 WS-WT-MANDATE                     PIC S9(4) COMP VALUE 10.
       01 WS-WT-KYC                         PIC S9(4) COMP VALUE 25.
       01 WS-MEDIUM-SCORE                   PIC S9(4) COMP VALUE 30.
       01 WS-HIGH-SCORE                     PIC S9(4) COMP VALUE 60.
       01 WS-CASH-DAYS                      PIC S9(4) COMP VALUE 90.
       01 WS-REVIEW-MTHS-L                  PIC S9(4) COMP VALUE 36.
       01 WS-REVIEW-MTHS-M                  PIC S9(4) COMP VALUE 24.
       01 WS-REVIEW-MTHS-H                  PIC S9(4) COMP VALUE 12.
       01 WS-REVIEW-MONTHS                  PIC S9(4) COMP VALUE 0.
       01 WS-WORK-SCORE                     PIC S9(9) COMP VALUE 0.
      *
      *    Review due-date arithmetic. The day of month is held at
      *    the 28th at most so the due date is always a real date.
      *
       01 WS-BASE-DATE                      PIC 9(8).
       01 WS-BASE-DATE-GRP REDEFINES WS-BASE-DATE.
          03 WS-BASE-YYYY                   PIC 9999.
          03 WS-BASE-MM                     PIC 99.
          03 WS-BASE-DD                     PIC 99.
       01 WS-DUE-DATE                       PIC 9(8).
       01 WS-DUE-DATE-GRP REDEFINES WS-DUE-DATE.
          03 WS-DUE-YYYY                    PIC 9999.
          03 WS-DUE-MM                      PIC 99.
          03 WS-DUE-DD                      PIC 99.
       01 WS-MONTH-INDEX                    PIC S9(9) COMP.
       01 WS-MONTH-REM                      PIC S9(4) COMP.
      *
      *    Country-of-address check. Addresses are free text, so the
      *    upper-cased address is searched for the names of the
      *    jurisdictions treated as high risk for money laundering,
      *    each preceded by its significant length.
      *
       01 WS-UPPER-ADDRESS                  PIC X(160).
       01 WS-HRC-SUB                        PIC S9(4) COMP.
       01 WS-HRC-HITS                       PIC S9(4) COMP.
       01 WS-HRC-FOUND                      PIC X VALUE 'N'.
          88 WS-HIGH-RISK-COUNTRY                VALUE 'Y'.
       01 WS-HRC-VALUES.
          03 FILLER             PIC X(20) VALUE '04IRAN'.
          03 FILLER             PIC X(20) VALUE '11NORTH KOREA'.
          03 FILLER             PIC X(20) VALUE '04DPRK'.
          03 FILLER             PIC X(20) VALUE '07MYANMAR'.
          03 FILLER             PIC X(20) VALUE '05SYRIA'.
          03 FILLER             PIC X(20) VALUE '05YEMEN'.
          03 FILLER             PIC X(20) VALUE '11AFGHANISTAN'.
          03 FILLER             PIC X(20) VALUE '11SOUTH SUDAN'.
          03 FILLER             PIC X(20) VALUE '05HAITI'.
          03 FILLER             PIC X(20) VALUE '07NIGERIA'.
          03 FILLER             PIC X(20) VALUE '07LEBANON'.
          03 FILLER             PIC X(20) VALUE '07VIETNAM'.
          03 FILLER             PIC X(20) VALUE '09VENEZUELA'.
          03 FILLER             PIC X(20) VALUE '11MOZAMBIQUE'.
          03 FILLER             PIC X(20) VALUE '08TANZANIA'.
          03 FILLER             PIC X(20) VALUE '06MONACO'.
          03 FILLER             PIC X(20) VALUE '07ALGERIA'.
          03 FILLER             PIC X(20) VALUE '06ANGOLA'.
          03 FILLER             PIC X(20) VALUE '05KENYA'.
          03 FILLER             PIC X(20) VALUE '07BOLIVIA'.
       01 WS-HRC-TABLE REDEFINES WS-HRC-VALUES.
          03 WS-HRC-ENTRY OCCURS 20 TIMES.
             05 WS-HRC-LEN                  PIC 99.
             05 WS-HRC-WORD                 PIC X(18).
       01 CUSTOMERS-RATED                   PIC 9(8) VALUE 0.
       01 RATED-LOW                         PIC 9(8) VALUE 0.
       01 RATED-MEDIUM                      PIC 9(8) VALUE 0.
       01 RATED-HIGH                        PIC 9(8) VALUE 0.
       01 RATINGS-CHANGED                   PIC 9(8) VALUE 0.
       01 EDD-REVIEWS-QUEUED                PIC 9(8) VALUE 0.
       01 STD-REVIEWS-QUEUED                PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE CUST-CURSOR CURSOR FOR
                 SELECT DISTINCT ACCOUNT_CUSTOMER_NUMBER
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY ACCOUNT_CUSTOMER_NUMBER
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
           MOVE WS-RUN-DATE-X TO HV-TODAY.
           PERFORM GET-RATING-CONFIG.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
              - WS-CASH-DAYS + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO HV-CASH-WINDOW-START.
           DISPLAY 'AMLRATE - CUSTOMER AML RISK RATING FOR BRANCH '
              SORTCODE ' AS AT ' WS-RUN-DATE-X.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'AMLRATE - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL OPEN CUST-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM RATE-ONE-CUSTOMER UNTIL WS-NO-MORE-CUSTOMERS.
           EXEC SQL CLOSE CUST-CURSOR
           END-EXEC.
           CLOSE CUSTOMER-FILE.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'AMLRATE - CUSTOMERS RATED:      ' CUSTOMERS-RATED.
           DISPLAY 'AMLRATE - RATED LOW:            ' RATED-LOW.
           DISPLAY 'AMLRATE - RATED MEDIUM:         ' RATED-MEDIUM.
           DISPLAY 'AMLRATE - RATED HIGH:           ' RATED-HIGH.
           DISPLAY 'AMLRATE - RATINGS CHANGED:      ' RATINGS-CHANGED.
           DISPLAY 'AMLRATE - EDD REVIEWS QUEUED:   '
              EDD-REVIEWS-QUEUED.
           DISPLAY 'AMLRATE - STANDARD REVIEWS DUE: '
              STD-REVIEWS-QUEUED.
           STOP RUN.
       P999.
           EXIT.
       RATE-ONE-CUSTOMER SECTION.
       ROC010.
           EXEC SQL FETCH CUST-CURSOR
              INTO :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROC999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           INITIALIZE HOST-AMLRISK-ROW.
           MOVE HV-OUR-SORTCODE TO HV-RISK-SORTCODE.
           MOVE HV-CUSTOMER TO HV-RISK-CUSTOMER.
           PERFORM SCORE-COUNTRY.
           PERFORM SCORE-CASE-HISTORY.
           PERFORM SCORE-SCREENING.
           PERFORM SCORE-CASH-INTENSITY.
           PERFORM SCORE-PRODUCT-MIX.
           PERFORM SCORE-MANDATES.
           PERFORM SCORE-KYC.
           COMPUTE WS-WORK-SCORE = HV-RISK-SC-COUNTRY
              + HV-RISK-SC-CASE + HV-RISK-SC-SCREEN
              + HV-RISK-SC-CASH + HV-RISK-SC-PRODUCT
              + HV-RISK-SC-MANDATE + HV-RISK-SC-KYC.
           IF WS-WORK-SCORE > 9999
              MOVE 9999 TO WS-WORK-SCORE
           END-IF.
           MOVE WS-WORK-SCORE TO HV-RISK-SCORE.
           EVALUATE TRUE
              WHEN HV-RISK-SCORE >= WS-HIGH-SCORE
                 MOVE 'H' TO HV-RISK-RATING
                 MOVE WS-REVIEW-MTHS-H TO WS-REVIEW-MONTHS
                 ADD 1 TO RATED-HIGH
              WHEN HV-RISK-SCORE >= WS-MEDIUM-SCORE
                 MOVE 'M' TO HV-RISK-RATING
                 MOVE WS-REVIEW-MTHS-M TO WS-REVIEW-MONTHS
                 ADD 1 TO RATED-MEDIUM
              WHEN OTHER
                 MOVE 'L' TO HV-RISK-RATING
                 MOVE WS-REVIEW-MTHS-L TO WS-REVIEW-MONTHS
                 ADD 1 TO RATED-LOW
           END-EVALUATE.
           MOVE HV-TODAY TO HV-RISK-RATED-DATE.
           PERFORM STORE-RATING.
           PERFORM QUEUE-REVIEW-IF-DUE.
           ADD 1 TO CUSTOMERS-RATED.
       ROC999.
           EXIT.
       SCORE-COUNTRY SECTION.
       SCO010.
           MOVE SPACES TO HV-CUST-NAME.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'AMLRATE - NO CUSTOMER RECORD FOR '
                 HV-CUSTOMER ' - RATED WITHOUT ADDRESS OR NAME.'
              GO TO SCO999
           END-IF.
           MOVE CUSTOMER-NAME TO HV-CUST-NAME.
           MOVE CUSTOMER-ADDRESS TO WS-UPPER-ADDRESS.
           INSPECT WS-UPPER-ADDRESS CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO WS-HRC-FOUND.
           PERFORM MATCH-ONE-COUNTRY
              VARYING WS-HRC-SUB FROM 1 BY 1
              UNTIL WS-HRC-SUB > 20 OR WS-HIGH-RISK-COUNTRY.
           IF WS-HIGH-RISK-COUNTRY
              MOVE WS-WT-COUNTRY TO HV-RISK-SC-COUNTRY
           END-IF.
       SCO999.
           EXIT.
       MATCH-ONE-COUNTRY SECTION.
       MOC010.
           MOVE 0 TO WS-HRC-HITS.
           INSPECT WS-UPPER-ADDRESS TALLYING WS-HRC-HITS
              FOR ALL WS-HRC-WORD(WS-HRC-SUB)
                 (1:WS-HRC-LEN(WS-HRC-SUB)).
           IF WS-HRC-HITS > 0
              MOVE 'Y' TO WS-HRC-FOUND
           END-IF.
       MOC999.
           EXIT.
       SCORE-CASE-HISTORY SECTION.
       SCH010.
      *
      *    Every AML case raised against the customer or one of the
      *    customer's accounts counts once; a case that was reported
      *    counts twice.
      *
           MOVE 0 TO HV-CASE-COUNT.
           MOVE 0 TO HV-CASE-REPORTED.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN AMLCASE_STATUS = 'R'
                                  THEN 1 ELSE 0 END), 0)
              INTO :HV-CASE-COUNT, :HV-CASE-REPORTED
              FROM AMLCASE
              WHERE AMLCASE_CUSTOMER = :HV-CUSTOMER
              OR AMLCASE_NUMBER IN
                 (SELECT ACCOUNT_NUMBER
                  FROM ACCOUNT
                  WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                  AND ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           COMPUTE WS-WORK-SCORE =
              (HV-CASE-COUNT + HV-CASE-REPORTED) * WS-WT-CASE.
           IF WS-WORK-SCORE > 9999
              MOVE 9999 TO WS-WORK-SCORE
           END-IF.
           MOVE WS-WORK-SCORE TO HV-RISK-SC-CASE.
       SCH999.
           EXIT.
       SCORE-SCREENING SECTION.
       SSC010.
      *
      *    A sanctions screening hit still pending review, or one
      *    confirmed as a true match, scores. Hits released as false
      *    positives do not.
      *
           IF HV-CUST-NAME = SPACES
              GO TO SSC999
           END-IF.
           MOVE 0 TO HV-SCREEN-HITS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SCREEN-HITS
              FROM SCREENQ
              WHERE SCREENQ_NAME = :HV-CUST-NAME
              AND SCREENQ_STATUS IN ('P', 'X')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-SCREEN-HITS > 0
              MOVE WS-WT-SCREEN TO HV-RISK-SC-SCREEN
           END-IF.
       SSC999.
           EXIT.
       SCORE-CASH-INTENSITY SECTION.
       SCI010.
      *
      *    Cash intensity is the share of the customer's turnover in
      *    the cash window that was paid in or drawn out as cash at
      *    a branch or ATM. The factor scores its weight in
      *    proportion to that share.
      *
           MOVE 0 TO HV-CASH-TURNOVER.
           MOVE 0 TO HV-ALL-TURNOVER.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN P.PROCTRAN_CHANNEL_ID IN
                             ('BRANCH', 'ATM   ')
                        AND P.PROCTRAN_TYPE IN ('CRE', 'DEB')
                        THEN ABS(P.PROCTRAN_AMOUNT)
                        ELSE 0 END), 0),
                     COALESCE(SUM(ABS(P.PROCTRAN_AMOUNT)), 0)
              INTO :HV-CASH-TURNOVER, :HV-ALL-TURNOVER
              FROM PROCTRAN P, ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER
              AND P.PROCTRAN_SORTCODE = A.ACCOUNT_SORTCODE
              AND P.PROCTRAN_NUMBER = A.ACCOUNT_NUMBER
              AND SUBSTR(P.PROCTRAN_DATE, 7, 4) CONCAT
                  SUBSTR(P.PROCTRAN_DATE, 4, 2) CONCAT
                  SUBSTR(P.PROCTRAN_DATE, 1, 2)
                  >= :HV-CASH-WINDOW-START
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ALL-TURNOVER > 0
              COMPUTE HV-RISK-SC-CASH ROUNDED =
                 WS-WT-CASH * HV-CASH-TURNOVER / HV-ALL-TURNOVER
           END-IF.
       SCI999.
           EXIT.
       SCORE-PRODUCT-MIX SECTION.
       SPM010.
      *
      *    Each distinct type of account held beyond the first adds
      *    the product weight.
      *
           MOVE 0 TO HV-PRODUCT-TYPES.
           EXEC SQL
              SELECT COUNT(DISTINCT ACCOUNT_TYPE)
              INTO :HV-PRODUCT-TYPES
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-PRODUCT-TYPES > 1
              COMPUTE HV-RISK-SC-PRODUCT =
                 (HV-PRODUCT-TYPES - 1) * WS-WT-PRODUCT
           END-IF.
       SPM999.
           EXIT.
       SCORE-MANDATES SECTION.
       SMA010.
      *
      *    Each live third-party mandate on one of the customer's
      *    accounts adds the mandate weight.
      *
           MOVE 0 TO HV-MANDATE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MANDATE-COUNT
              FROM OPAUTH O, ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER
              AND O.OPAUTH_SORTCODE = A.ACCOUNT_SORTCODE
              AND O.OPAUTH_NUMBER = A.ACCOUNT_NUMBER
              AND O.OPAUTH_CUSTOMER <> :HV-CUSTOMER
              AND O.OPAUTH_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           COMPUTE WS-WORK-SCORE = HV-MANDATE-COUNT * WS-WT-MANDATE.
           IF WS-WORK-SCORE > 9999
              MOVE 9999 TO WS-WORK-SCORE
           END-IF.
           MOVE WS-WORK-SCORE TO HV-RISK-SC-MANDATE.
       SMA999.
           EXIT.
       SCORE-KYC SECTION.
       SKY010.
      *
      *    A customer with no verified, unexpired KYC document scores
      *    the KYC weight.
      *
           MOVE 0 TO HV-KYC-VALID-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-KYC-VALID-COUNT
              FROM KYCDOC
              WHERE KYCDOC_SORTCODE = :HV-OUR-SORTCODE
              AND KYCDOC_CUSTOMER = :HV-CUSTOMER
              AND KYCDOC_STATUS = 'V'
              AND KYCDOC_EXPIRY_DATE > :HV-TODAY
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-KYC-VALID-COUNT = 0
              MOVE WS-WT-KYC TO HV-RISK-SC-KYC
           END-IF.
       SKY999.
           EXIT.
       STORE-RATING SECTION.
       SR010.
           MOVE 'N' TO WS-EXISTING-SW.
           MOVE SPACES TO HV-OLD-RATING.
           MOVE 0 TO HV-OLD-NEXT-REVIEW.
           EXEC SQL
              SELECT AMLRISK_RATING,
                     AMLRISK_LAST_REVIEW,
                     AMLRISK_NEXT_REVIEW
              INTO :HV-OLD-RATING,
                   :HV-RISK-LAST-REVIEW,
                   :HV-OLD-NEXT-REVIEW
              FROM AMLRISK
              WHERE AMLRISK_SORTCODE = :HV-RISK-SORTCODE
              AND AMLRISK_CUSTOMER = :HV-RISK-CUSTOMER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO WS-EXISTING-SW
              WHEN SQLCODE = +100
                 MOVE 0 TO HV-RISK-LAST-REVIEW
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
      *
      *    A new customer is first due for review one cycle from
      *    today. A customer moving to a higher rating is brought
      *    forward to the shorter cycle of the new rating; otherwise
      *    the due date already set stands until the next review is
      *    recorded.
      *
           MOVE WS-RUN-DATE-X TO WS-BASE-DATE.
           PERFORM ADD-REVIEW-MONTHS.
           IF NOT WS-RATING-EXISTS
              MOVE WS-DUE-DATE TO HV-RISK-NEXT-REVIEW
              GO TO SR020
           END-IF.
           MOVE HV-OLD-NEXT-REVIEW TO HV-RISK-NEXT-REVIEW.
           IF HV-RISK-RATING NOT = HV-OLD-RATING
              ADD 1 TO RATINGS-CHANGED
              IF WS-DUE-DATE < HV-OLD-NEXT-REVIEW
                 MOVE WS-DUE-DATE TO HV-RISK-NEXT-REVIEW
              END-IF
           END-IF.
       SR020.
           IF WS-RATING-EXISTS
              EXEC SQL
                 UPDATE AMLRISK
                 SET AMLRISK_SCORE = :HV-RISK-SCORE,
                     AMLRISK_RATING = :HV-RISK-RATING,
                     AMLRISK_SC_COUNTRY = :HV-RISK-SC-COUNTRY,
                     AMLRISK_SC_CASE = :HV-RISK-SC-CASE,
                     AMLRISK_SC_SCREEN = :HV-RISK-SC-SCREEN,
                     AMLRISK_SC_CASH = :HV-RISK-SC-CASH,
                     AMLRISK_SC_PRODUCT = :HV-RISK-SC-PRODUCT,
                     AMLRISK_SC_MANDATE = :HV-RISK-SC-MANDATE,
                     AMLRISK_SC_KYC = :HV-RISK-SC-KYC,
                     AMLRISK_RATED_DATE = :HV-RISK-RATED-DATE,
                     AMLRISK_NEXT_REVIEW = :HV-RISK-NEXT-REVIEW
                 WHERE AMLRISK_SORTCODE = :HV-RISK-SORTCODE
                 AND AMLRISK_CUSTOMER = :HV-RISK-CUSTOMER
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO AMLRISK
                        (
                         AMLRISK_SORTCODE,
                         AMLRISK_CUSTOMER,
                         AMLRISK_SCORE,
                         AMLRISK_RATING,
                         AMLRISK_SC_COUNTRY,
                         AMLRISK_SC_CASE,
                         AMLRISK_SC_SCREEN,
                         AMLRISK_SC_CASH,
                         AMLRISK_SC_PRODUCT,
                         AMLRISK_SC_MANDATE,
                         AMLRISK_SC_KYC,
                         AMLRISK_RATED_DATE,
                         AMLRISK_LAST_REVIEW,
                         AMLRISK_NEXT_REVIEW
                        )
                 VALUES
                        (
                         :HV-RISK-SORTCODE,
                         :HV-RISK-CUSTOMER,
                         :HV-RISK-SCORE,
                         :HV-RISK-RATING,
                         :HV-RISK-SC-COUNTRY,
                         :HV-RISK-SC-CASE,
                         :HV-RISK-SC-SCREEN,
                         :HV-RISK-SC-CASH,
                         :HV-RISK-SC-PRODUCT,
                         :HV-RISK-SC-MANDATE,
                         :HV-RISK-SC-KYC,
                         :HV-RISK-RATED-DATE,
                         :HV-RISK-LAST-REVIEW,
                         :HV-RISK-NEXT-REVIEW
                        )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       SR999.
           EXIT.
       QUEUE-REVIEW-IF-DUE SECTION.
       QRD010.
           MOVE 'N' TO WS-QUEUE-SW.
           IF HV-RISK-NEXT-REVIEW <= HV-TODAY
              MOVE 'Y' TO WS-QUEUE-SW
           END-IF.
           IF HV-RISK-RATING = 'H' AND HV-OLD-RATING NOT = 'H'
              MOVE 'Y' TO WS-QUEUE-SW
           END-IF.
           IF NOT WS-QUEUE-REVIEW
              GO TO QRD999
           END-IF.
           MOVE 0 TO HV-OPEN-REVIEWS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OPEN-REVIEWS
              FROM EDDREVW
              WHERE EDDREVW_SORTCODE = :HV-RISK-SORTCODE
              AND EDDREVW_CUSTOMER = :HV-RISK-CUSTOMER
              AND EDDREVW_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-OPEN-REVIEWS > 0
              GO TO QRD999
           END-IF.
           MOVE HV-RISK-SORTCODE TO HV-EDD-SORTCODE.
           MOVE HV-RISK-CUSTOMER TO HV-EDD-CUSTOMER.
           MOVE HV-TODAY TO HV-EDD-RAISED-DATE.
           MOVE HV-RISK-RATING TO HV-EDD-RATING.
           MOVE HV-RISK-SCORE TO HV-EDD-SCORE.
           MOVE 'O' TO HV-EDD-STATUS.
           IF HV-RISK-RATING = 'H'
              MOVE 'E' TO HV-EDD-TYPE
           ELSE
              MOVE 'S' TO HV-EDD-TYPE
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
           IF HV-EDD-TYPE = 'E'
              ADD 1 TO EDD-REVIEWS-QUEUED
              DISPLAY 'AMLRATE - CUSTOMER ' HV-RISK-CUSTOMER
                 ' RATED HIGH, SCORE ' HV-RISK-SCORE
                 ' - QUEUED FOR ENHANCED DUE DILIGENCE.'
           ELSE
              ADD 1 TO STD-REVIEWS-QUEUED
           END-IF.
       QRD999.
           EXIT.
       ADD-REVIEW-MONTHS SECTION.
       ARM010.
           COMPUTE WS-MONTH-INDEX = WS-BASE-YYYY * 12
              + WS-BASE-MM - 1 + WS-REVIEW-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YYYY
              REMAINDER WS-MONTH-REM.
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1.
           MOVE WS-BASE-DD TO WS-DUE-DD.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
       ARM999.
           EXIT.
       GET-RATING-CONFIG SECTION.
       GRC010.
      *
      *    A weight may be set to zero on CONTROL to switch a factor
      *    off; thresholds, the cash window and review frequencies
      *    must be positive.
      *
           MOVE '-AML-WT-COUNTRY' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-COUNTRY
           END-IF.
           MOVE '-AML-WT-CASE' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-CASE
           END-IF.
           MOVE '-AML-WT-SCREEN' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-SCREEN
           END-IF.
           MOVE '-AML-WT-CASH' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-CASH
           END-IF.
           MOVE '-AML-WT-PRODUCT' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-PRODUCT
           END-IF.
           MOVE '-AML-WT-MANDATE' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-MANDATE
           END-IF.
           MOVE '-AML-WT-KYC' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-WT-KYC
           END-IF.
           MOVE '-AML-MEDIUM-SCORE' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-MEDIUM-SCORE
           END-IF.
           MOVE '-AML-HIGH-SCORE' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-HIGH-SCORE
           END-IF.
           MOVE '-AML-CASH-DAYS' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-CASH-DAYS
           END-IF.
           MOVE '-AML-REVIEW-MTHS-L' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REVIEW-MTHS-L
           END-IF.
           MOVE '-AML-REVIEW-MTHS-M' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REVIEW-MTHS-M
           END-IF.
           MOVE '-AML-REVIEW-MTHS-H' TO WS-CONTROL-SUFFIX.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REVIEW-MTHS-H
           END-IF.
           IF WS-HIGH-SCORE <= WS-MEDIUM-SCORE
              DISPLAY 'AMLRATE - HIGH THRESHOLD ' WS-HIGH-SCORE
                 ' NOT ABOVE MEDIUM THRESHOLD ' WS-MEDIUM-SCORE
                 ' - CHECK CONTROL.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       GRC999.
           EXIT.
       READ-CONTROL-VALUE SECTION.
       RCV010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  WS-CONTROL-SUFFIX DELIMITED BY SPACE
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
       RCV999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'AMLRATE - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
