          03 HV-CH-NEW-NAME             PIC X(60).
          03 HV-CH-OLD-ADDRESS          PIC X(160).
          03 HV-CH-NEW-ADDRESS          PIC X(160).
       01 HOST-GONEAWAY-ROW.
          03 HV-GA-SORTCODE             PIC X(6).
          03 HV-GA-CUSTOMER             PIC X(10).
          03 HV-GA-TODAY                PIC S9(8).
          03 HV-GA-RESOLVED-BY          PIC X(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-EYE                  PIC X(4).
           MOVE CUSTOMER-CS-REVIEW-DATE OF WS-CUST-DATA
              TO COMM-CS-REVIEW-DATE.
           PERFORM WRITE-CHANGE-HISTORY.
           IF HV-CH-NEW-ADDRESS NOT = HV-CH-OLD-ADDRESS
              PERFORM RESOLVE-GONE-AWAY
           END-IF.
           MOVE 'Y' TO COMM-UPD-SUCCESS.
       UCV999.
           EXIT.
           END-IF.
       WCH999.
           EXIT.
      *
      *    A new address ends any gone-away period raised from
      *    returned mail, so paper correspondence resumes, and
      *    closes the customer's open tracing item.
      *
       RESOLVE-GONE-AWAY SECTION.
       RGA010.
           MOVE HV-CH-SORTCODE TO HV-GA-SORTCODE.
           MOVE HV-CH-CUSTOMER TO HV-GA-CUSTOMER.
           COMPUTE HV-GA-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE HV-CH-USERID TO HV-GA-RESOLVED-BY.
           EXEC SQL
              UPDATE GONEAWAY
              SET GONEAWAY_STATUS = 'R',
                  GONEAWAY_RESOLVED_DATE = :HV-GA-TODAY,
                  GONEAWAY_RESOLVED_BY = :HV-GA-RESOLVED-BY
              WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-GA-CUSTOMER
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 100
              GO TO RGA999
           END-IF.
           IF SQLCODE NOT = 0
              DISPLAY 'UPDCUST - GONEAWAY UPDATE FAILED. SQLCODE='
                 SQLCODE
              GO TO RGA999
           END-IF.
           EXEC SQL
              UPDATE TRACEQ
              SET TRACEQ_STATUS = 'C',
                  TRACEQ_CLOSED_DATE = :HV-GA-TODAY
              WHERE TRACEQ_SORTCODE = :HV-GA-SORTCODE
              AND TRACEQ_CUSTOMER = :HV-GA-CUSTOMER
              AND TRACEQ_STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'UPDCUST - TRACEQ UPDATE FAILED. SQLCODE='
                 SQLCODE
           END-IF.
       RGA999.
           EXIT.
       SCREEN-CUSTOMER-NAME SECTION.
       SCN010.
           MOVE 'N' TO WS-SCREEN-HIT-SW.
              INTO :HV-SCRQ-COUNT
              FROM SCREENQ
              WHERE SCREENQ_NAME = :HV-SCRQ-NAME
              AND SCREENQ_REQUEST_TYPE = :HV-SCRQ-REQUEST-TYPE
              AND SCREENQ_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND HV-SCRQ-COUNT > 0
                 UPDATE SCREENQ
                 SET SCREENQ_STATUS = 'U'
                 WHERE SCREENQ_NAME = :HV-SCRQ-NAME
                 AND SCREENQ_REQUEST_TYPE = :HV-SCRQ-REQUEST-TYPE
                 AND SCREENQ_STATUS = 'A'
              END-EXEC
              GO TO SCN999
