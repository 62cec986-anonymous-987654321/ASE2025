       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDDINQ.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Customer due-diligence review queue. Lists the open
      *    reviews raised by the AML risk rating run (enhanced reviews
      *    first), shows a customer's rating with the score from each
      *    factor and any open review, and records the reviewer's
      *    outcome. Recording an outcome closes the review and sets
      *    the customer's next review date from the current rating.
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
       01 HOST-AMLRISK-ROW.
          03 HV-RISK-CUSTOMER           PIC X(10).
          03 HV-RISK-SCORE              PIC S9(4) COMP.
          03 HV-RISK-RATING             PIC X.
          03 HV-RISK-SC-COUNTRY         PIC S9(4) COMP.
          03 HV-RISK-SC-CASE            PIC S9(4) COMP.
          03 HV-RISK-SC-SCREEN          PIC S9(4) COMP.
          03 HV-RISK-SC-CASH            PIC S9(4) COMP.
          03 HV-RISK-SC-PRODUCT         PIC S9(4) COMP.
          03 HV-RISK-SC-MANDATE         PIC S9(4) COMP.
          03 HV-RISK-SC-KYC             PIC S9(4) COMP.
          03 HV-RISK-RATED-DATE         PIC S9(8).
          03 HV-RISK-LAST-REVIEW        PIC S9(8).
          03 HV-RISK-NEXT-REVIEW        PIC S9(8).
       01 HOST-EDDREVW-ROW.
          03 HV-EDD-CUSTOMER            PIC X(10).
          03 HV-EDD-RAISED-DATE         PIC S9(8).
          03 HV-EDD-TYPE                PIC X.
          03 HV-EDD-RATING              PIC X.
          03 HV-EDD-SCORE               PIC S9(4) COMP.
          03 HV-EDD-STATUS              PIC X.
          03 HV-EDD-OUTCOME             PIC X(60).
          03 HV-EDD-USERID              PIC X(8).
          03 HV-EDD-REVIEW-DATE         PIC S9(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-FETCH-SW                   PIC X VALUE 'N'.
          88 WS-NO-MORE-ITEMS               VALUE 'Y'.
       01 WS-ITEM-SUB                   PIC S9(4) COMP VALUE 0.
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
       01 WS-REVIEW-MONTHS              PIC S9(4) COMP VALUE 0.
       01 WS-CONTROL-SUFFIX             PIC X(24).
       01 WS-DUE-DATE                   PIC 9(8).
       01 WS-DUE-DATE-GRP REDEFINES WS-DUE-DATE.
          03 WS-DUE-YYYY                PIC 9999.
          03 WS-DUE-MM                  PIC 99.
          03 WS-DUE-DD                  PIC 99.
       01 WS-MONTH-INDEX                PIC S9(9) COMP.
       01 WS-MONTH-REM                  PIC S9(4) COMP.
           EXEC SQL
              DECLARE EDD-CURSOR CURSOR FOR
                 SELECT EDDREVW_CUSTOMER, EDDREVW_RAISED_DATE,
                        EDDREVW_TYPE, EDDREVW_RATING,
                        EDDREVW_SCORE
                 FROM EDDREVW
                 WHERE EDDREVW_SORTCODE = :HV-OUR-SORTCODE
                 AND EDDREVW_STATUS = 'O'
                 ORDER BY EDDREVW_TYPE, EDDREVW_RAISED_DATE,
                          EDDREVW_CUSTOMER
                 FOR FETCH ONLY
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-BROWSE-QUEUE          VALUE 'B'.
             88 COMM-INQUIRE-CUSTOMER      VALUE 'I'.
             88 COMM-RECORD-OUTCOME        VALUE 'R'.
          03 COMM-CUSTNO              PIC X(10).
          03 COMM-RATING              PIC X.
          03 COMM-SCORE               PIC 9(4).
          03 COMM-FACTOR-SCORES.
             05 COMM-SC-COUNTRY       PIC 9(4).
             05 COMM-SC-CASE          PIC 9(4).
             05 COMM-SC-SCREEN        PIC 9(4).
             05 COMM-SC-CASH          PIC 9(4).
             05 COMM-SC-PRODUCT       PIC 9(4).
             05 COMM-SC-MANDATE       PIC 9(4).
             05 COMM-SC-KYC           PIC 9(4).
          03 COMM-RATED-DATE          PIC 9(8).
          03 COMM-LAST-REVIEW         PIC 9(8).
          03 COMM-NEXT-REVIEW         PIC 9(8).
          03 COMM-REVIEW-OPEN         PIC X.
          03 COMM-REVIEW-TYPE         PIC X.
          03 COMM-REVIEW-RAISED       PIC 9(8).
      *
      *    Outcome: S - satisfied, relationship continues
      *             X - exit the relationship
      *             E - escalated for suspicious activity reporting
      *
          03 COMM-OUTCOME-CODE        PIC X.
             88 COMM-OUTCOME-VALID         VALUE 'S' 'X' 'E'.
          03 COMM-OUTCOME-TEXT        PIC X(60).
          03 COMM-ITEM-COUNT          PIC 9(2).
          03 COMM-QUEUE-ITEM OCCURS 10.
             05 COMM-Q-CUSTNO         PIC X(10).
             05 COMM-Q-RAISED         PIC 9(8).
             05 COMM-Q-TYPE           PIC X.
             05 COMM-Q-RATING         PIC X.
             05 COMM-Q-SCORE          PIC 9(4).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           EVALUATE TRUE
              WHEN COMM-BROWSE-QUEUE
                 PERFORM BROWSE-REVIEW-QUEUE
              WHEN COMM-INQUIRE-CUSTOMER
                 PERFORM INQUIRE-CUSTOMER
              WHEN COMM-RECORD-OUTCOME
                 PERFORM RECORD-OUTCOME
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       BROWSE-REVIEW-QUEUE SECTION.
       BRQ010.
           MOVE 0 TO COMM-ITEM-COUNT.
           MOVE 'N' TO WS-FETCH-SW.
           EXEC SQL OPEN EDD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'EDDINQ - UNABLE TO OPEN EDD-CURSOR. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO BRQ999
           END-IF.
           MOVE 0 TO WS-ITEM-SUB.
           PERFORM FETCH-QUEUE-ITEM UNTIL WS-NO-MORE-ITEMS
              OR WS-ITEM-SUB >= 10.
           EXEC SQL CLOSE EDD-CURSOR
           END-EXEC.
           MOVE WS-ITEM-SUB TO COMM-ITEM-COUNT.
           MOVE 'Y' TO COMM-SUCCESS.
       BRQ999.
           EXIT.
       FETCH-QUEUE-ITEM SECTION.
       FQI010.
           EXEC SQL FETCH EDD-CURSOR
              INTO :HV-EDD-CUSTOMER, :HV-EDD-RAISED-DATE,
                   :HV-EDD-TYPE, :HV-EDD-RATING,
                   :HV-EDD-SCORE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-FETCH-SW
              GO TO FQI999
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-SW
              MOVE '2' TO COMM-FAIL-CODE
              GO TO FQI999
           END-IF
           ADD 1 TO WS-ITEM-SUB.
           MOVE HV-EDD-CUSTOMER TO COMM-Q-CUSTNO(WS-ITEM-SUB).
           MOVE HV-EDD-RAISED-DATE TO COMM-Q-RAISED(WS-ITEM-SUB).
           MOVE HV-EDD-TYPE TO COMM-Q-TYPE(WS-ITEM-SUB).
           MOVE HV-EDD-RATING TO COMM-Q-RATING(WS-ITEM-SUB).
           MOVE HV-EDD-SCORE TO COMM-Q-SCORE(WS-ITEM-SUB).
       FQI999.
           EXIT.
       INQUIRE-CUSTOMER SECTION.
       IC010.
           MOVE COMM-CUSTNO TO HV-RISK-CUSTOMER.
           EXEC SQL
              SELECT AMLRISK_SCORE, AMLRISK_RATING,
                     AMLRISK_SC_COUNTRY, AMLRISK_SC_CASE,
                     AMLRISK_SC_SCREEN, AMLRISK_SC_CASH,
                     AMLRISK_SC_PRODUCT, AMLRISK_SC_MANDATE,
                     AMLRISK_SC_KYC, AMLRISK_RATED_DATE,
                     AMLRISK_LAST_REVIEW, AMLRISK_NEXT_REVIEW
              INTO :HV-RISK-SCORE, :HV-RISK-RATING,
                   :HV-RISK-SC-COUNTRY, :HV-RISK-SC-CASE,
                   :HV-RISK-SC-SCREEN, :HV-RISK-SC-CASH,
                   :HV-RISK-SC-PRODUCT, :HV-RISK-SC-MANDATE,
                   :HV-RISK-SC-KYC, :HV-RISK-RATED-DATE,
                   :HV-RISK-LAST-REVIEW, :HV-RISK-NEXT-REVIEW
              FROM AMLRISK
              WHERE AMLRISK_SORTCODE = :HV-OUR-SORTCODE
              AND AMLRISK_CUSTOMER = :HV-RISK-CUSTOMER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
                 GO TO IC999
              WHEN OTHER
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO IC999
           END-EVALUATE.
           MOVE HV-RISK-RATING TO COMM-RATING.
           MOVE HV-RISK-SCORE TO COMM-SCORE.
           MOVE HV-RISK-SC-COUNTRY TO COMM-SC-COUNTRY.
           MOVE HV-RISK-SC-CASE TO COMM-SC-CASE.
           MOVE HV-RISK-SC-SCREEN TO COMM-SC-SCREEN.
           MOVE HV-RISK-SC-CASH TO COMM-SC-CASH.
           MOVE HV-RISK-SC-PRODUCT TO COMM-SC-PRODUCT.
           MOVE HV-RISK-SC-MANDATE TO COMM-SC-MANDATE.
           MOVE HV-RISK-SC-KYC TO COMM-SC-KYC.
           MOVE HV-RISK-RATED-DATE TO COMM-RATED-DATE.
           MOVE HV-RISK-LAST-REVIEW TO COMM-LAST-REVIEW.
           MOVE HV-RISK-NEXT-REVIEW TO COMM-NEXT-REVIEW.
           MOVE 'N' TO COMM-REVIEW-OPEN.
           MOVE SPACE TO COMM-REVIEW-TYPE.
           MOVE 0 TO COMM-REVIEW-RAISED.
           MOVE HV-RISK-CUSTOMER TO HV-EDD-CUSTOMER.
           EXEC SQL
              SELECT EDDREVW_RAISED_DATE, EDDREVW_TYPE
              INTO :HV-EDD-RAISED-DATE, :HV-EDD-TYPE
              FROM EDDREVW
              WHERE EDDREVW_SORTCODE = :HV-OUR-SORTCODE
              AND EDDREVW_CUSTOMER = :HV-EDD-CUSTOMER
              AND EDDREVW_STATUS = 'O'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO COMM-REVIEW-OPEN
                 MOVE HV-EDD-TYPE TO COMM-REVIEW-TYPE
                 MOVE HV-EDD-RAISED-DATE TO COMM-REVIEW-RAISED
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO IC999
           END-EVALUATE.
           MOVE 'Y' TO COMM-SUCCESS.
       IC999.
           EXIT.
       RECORD-OUTCOME SECTION.
       RO010.
           IF NOT COMM-OUTCOME-VALID OR COMM-OUTCOME-TEXT = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RO999
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           MOVE COMM-CUSTNO TO HV-EDD-CUSTOMER.
           MOVE COMM-OUTCOME-CODE TO HV-EDD-STATUS.
           MOVE COMM-OUTCOME-TEXT TO HV-EDD-OUTCOME.
           MOVE WS-TODAY TO HV-EDD-REVIEW-DATE.
           EXEC CICS ASSIGN
              USERID(HV-EDD-USERID)
           END-EXEC.
           EXEC SQL
              UPDATE EDDREVW
              SET EDDREVW_STATUS = :HV-EDD-STATUS,
                  EDDREVW_OUTCOME = :HV-EDD-OUTCOME,
                  EDDREVW_USERID = :HV-EDD-USERID,
                  EDDREVW_REVIEW_DATE = :HV-EDD-REVIEW-DATE
              WHERE EDDREVW_SORTCODE = :HV-OUR-SORTCODE
              AND EDDREVW_CUSTOMER = :HV-EDD-CUSTOMER
              AND EDDREVW_STATUS = 'O'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
                 GO TO RO999
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'EDDINQ - UNABLE TO RECORD REVIEW OUTCOME. '
                    'SQLCODE=' SQLCODE-DISPLAY
                 MOVE '2' TO COMM-FAIL-CODE
                 GO TO RO999
           END-EVALUATE.
      *
      *    The next review falls one cycle of the customer's current
      *    rating after today.
      *
           MOVE COMM-CUSTNO TO HV-RISK-CUSTOMER.
           EXEC SQL
              SELECT AMLRISK_RATING
              INTO :HV-RISK-RATING
              FROM AMLRISK
              WHERE AMLRISK_SORTCODE = :HV-OUR-SORTCODE
              AND AMLRISK_CUSTOMER = :HV-RISK-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-OUTCOME
              GO TO RO999
           END-IF.
           PERFORM GET-REVIEW-MONTHS.
           PERFORM ADD-REVIEW-MONTHS.
           MOVE WS-TODAY TO HV-RISK-LAST-REVIEW.
           MOVE WS-DUE-DATE TO HV-RISK-NEXT-REVIEW.
           EXEC SQL
              UPDATE AMLRISK
              SET AMLRISK_LAST_REVIEW = :HV-RISK-LAST-REVIEW,
                  AMLRISK_NEXT_REVIEW = :HV-RISK-NEXT-REVIEW
              WHERE AMLRISK_SORTCODE = :HV-OUR-SORTCODE
              AND AMLRISK_CUSTOMER = :HV-RISK-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'EDDINQ - UNABLE TO SET NEXT REVIEW DATE. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM ROLLBACK-OUTCOME
              GO TO RO999
           END-IF.
           MOVE HV-RISK-LAST-REVIEW TO COMM-LAST-REVIEW.
           MOVE HV-RISK-NEXT-REVIEW TO COMM-NEXT-REVIEW.
           MOVE 'Y' TO COMM-SUCCESS.
       RO999.
           EXIT.
       ROLLBACK-OUTCOME SECTION.
       ROB010.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
       ROB999.
           EXIT.
       GET-REVIEW-MONTHS SECTION.
       GRM010.
           EVALUATE HV-RISK-RATING
              WHEN 'H'
                 MOVE 12 TO WS-REVIEW-MONTHS
                 MOVE '-AML-REVIEW-MTHS-H' TO WS-CONTROL-SUFFIX
              WHEN 'M'
                 MOVE 24 TO WS-REVIEW-MONTHS
                 MOVE '-AML-REVIEW-MTHS-M' TO WS-CONTROL-SUFFIX
              WHEN OTHER
                 MOVE 36 TO WS-REVIEW-MONTHS
                 MOVE '-AML-REVIEW-MTHS-L' TO WS-CONTROL-SUFFIX
           END-EVALUATE.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  WS-CONTROL-SUFFIX DELIMITED BY SPACE
                  INTO HV-CONTROL-NAME
           END-STRING.
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REVIEW-MONTHS
           END-IF.
       GRM999.
           EXIT.
       ADD-REVIEW-MONTHS SECTION.
       ARM010.
           COMPUTE WS-MONTH-INDEX = WS-ORIG-DATE-YYYY * 12
              + WS-ORIG-DATE-MM - 1 + WS-REVIEW-MONTHS.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DUE-YYYY
              REMAINDER WS-MONTH-REM.
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1.
           MOVE WS-ORIG-DATE-DD TO WS-DUE-DD.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
       ARM999.
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
