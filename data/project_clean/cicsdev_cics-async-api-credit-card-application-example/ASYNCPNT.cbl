         2 APPLICATION-RESULT     PIC X(7)  VALUE ' '.
       1 APPLICATION-SUCCESS  PIC X(7) VALUE 'SUCCESS'.
       1 APPLICATION-FAILED   PIC X(7) VALUE 'FAILED '.
       1 APPLICATION-REFERRED PIC X(7) VALUE 'REFER  '.
       COPY APPLSTOR.
       1 READ-INPUT.
         2 TRANID                 PIC X(4).
         2 FILLER                 PIC X(1).
         2 CSSTATUS-CONTAINER PIC X(16) VALUE 'GETVIPSTATUS    '.
         2 GETPLCY-CONTAINER  PIC X(16) VALUE 'GETPOLICYCONT   '.
         2 GETSPND-CONTAINER  PIC X(16) VALUE 'GETSPENDCONT    '.
         2 APPLNO-CONTAINER   PIC X(16) VALUE 'APPLICATIONNO   '.
       1 MYCHANNEL            PIC X(16) VALUE 'MYCHANNEL       '.
       1 PROG-NAMES.
         2 CREDIT-CHECK       PIC X(8) VALUE 'CRDTCHK '.
         2 GET-SPEND-CHAN      PIC X(16).
       1 CHILD-RETURN-STATUS   PIC S9(8) USAGE BINARY.
       1 CHILD-RETURN-ABCODE   PIC X(4).
       1 CHILD-SUB             PIC S9(4) COMP-5 SYNC.
       1 CHILD-TRAN-NAME       PIC X(4).
       1 CHECK-INCOMPLETE      PIC X(1) VALUE 'N'.
       1 NEW-REASON-CODE       PIC X(2).
       1 APPL-FILE             PIC X(8) VALUE 'CCAPPL  '.
       1 REFER-FILE            PIC X(8) VALUE 'CCREFQ  '.
       1 APPL-COUNTER          PIC X(16) VALUE 'CCAPPLNO'.
       1 APPL-NUMBER           PIC S9(8) USAGE BINARY.
       1 APPL-NUMBER-OUT       PIC 9(8).
       1 CURRENT-ABS           PIC S9(15) COMP-3.
        LINKAGE SECTION.
       PROCEDURE DIVISION .
       MAINLINE SECTION.
           MOVE SPACES TO APPLICATION-RECORD
           INITIALIZE APPLICATION-RECORD
           PERFORM GET-INPUT-ACCOUNT-NUMBER
           EXEC CICS PUT CONTAINER ( INPUT-CONTAINER )
                           FROM    ( ACCOUNT-NUMBER-IN )
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 1 TO CHILD-SUB
           MOVE CREDIT-CHECK-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN1-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           MOVE '.' TO TRAN5-STATUS
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 2 TO CHILD-SUB
           MOVE GET-NAME-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN2-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS GET CONTAINER (GETNAME-CONTAINER)
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 4 TO CHILD-SUB
           MOVE CSSTATUS-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN4-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS GET CONTAINER (CSSTATUS-CONTAINER)
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 3 TO CHILD-SUB
           MOVE GET-ADDR-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN3-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS GET CONTAINER (GETADDR-CONTAINER)
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 5 TO CHILD-SUB
           MOVE DB-CACHE-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN5-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS FETCH CHILD       (GET-POLICY-TKN)
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 6 TO CHILD-SUB
           MOVE GET-POLICY-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN6-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS GET CONTAINER (GETPLCY-CONTAINER)
                           COMPSTATUS  (CHILD-RETURN-STATUS)
                           ABCODE      (CHILD-RETURN-ABCODE)
           END-EXEC
           MOVE 7 TO CHILD-SUB
           MOVE GET-SPEND-TRAN TO CHILD-TRAN-NAME
           PERFORM RECORD-CHILD-RESULT
           MOVE 'Y' TO TRAN7-STATUS
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS GET CONTAINER (GETSPND-CONTAINER)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM DECIDE-APPLICATION-RESULT
           PERFORM STORE-APPLICATION
           MOVE APPLICATION-RESULT TO RESULT-TEXT
           PERFORM PRINT-TEXT-TO-SCREEN
           EXEC CICS PUT CONTAINER ('ASYNCPNT' )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           EXEC CICS PUT CONTAINER ( APPLNO-CONTAINER )
                           FROM    ( APPL-NUMBER-OUT )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
       DECIDE-APPLICATION-RESULT.
      *    The card decision now weighs the policy holding and the
      *    spending pattern alongside the credit check: an erratic
      *    spender with no policy relationship is declined.  The
      *    borderline cases are referred to an underwriter rather
      *    than decided here: an erratic spender who holds a policy,
      *    one whom VIP status would have saved from a decline, and
      *    any application where a check did not complete.  Each
      *    ground for the outcome is kept as a reason code.
           MOVE APPLICATION-SUCCESS TO APPLICATION-RESULT
           IF CREDIT-CHECK-RESULT = 'BAD'
           THEN
             MOVE APPLICATION-FAILED TO APPLICATION-RESULT
             MOVE 'CC' TO NEW-REASON-CODE
             PERFORM ADD-REASON-CODE
           END-IF
           IF SPEND-PATTERN = 'ERRATIC '
           THEN
             MOVE 'SP' TO NEW-REASON-CODE
             PERFORM ADD-REASON-CODE
             IF POLICY-STATUS = 'ACTIVE  '
             THEN
               PERFORM REFER-APPLICATION
             ELSE
               MOVE 'NP' TO NEW-REASON-CODE
               PERFORM ADD-REASON-CODE
               IF CUSTOMER-IMPORTANCE = 'VIP     ' OR 'VERY VIP'
               THEN
                 MOVE 'VO' TO NEW-REASON-CODE
                 PERFORM ADD-REASON-CODE
                 PERFORM REFER-APPLICATION
               ELSE
                 MOVE APPLICATION-FAILED TO APPLICATION-RESULT
               END-IF
             END-IF
           END-IF
           IF CHECK-INCOMPLETE = 'Y'
           THEN
             MOVE 'IC' TO NEW-REASON-CODE
             PERFORM ADD-REASON-CODE
             PERFORM REFER-APPLICATION
           END-IF
           .
       REFER-APPLICATION.
      *    A failed credit check is a decline whatever else applies.
           IF APPLICATION-RESULT NOT = APPLICATION-FAILED
           THEN
             MOVE APPLICATION-REFERRED TO APPLICATION-RESULT
           END-IF
           .
       ADD-REASON-CODE.
           IF AP-REASON-COUNT < 5
           THEN
             ADD 1 TO AP-REASON-COUNT
             MOVE NEW-REASON-CODE TO AP-REASON-CODE(AP-REASON-COUNT)
           END-IF
           .
       RECORD-CHILD-RESULT.
      *    The credit check, VIP status, policy and spending checks
      *    feed the decision; if any of them did not complete the
      *    application cannot be decided automatically.
           MOVE CHILD-TRAN-NAME     TO AP-CHILD-TRAN(CHILD-SUB)
           MOVE CHILD-RETURN-STATUS TO AP-CHILD-COMPSTATUS(CHILD-SUB)
           MOVE CHILD-RETURN-ABCODE TO AP-CHILD-ABCODE(CHILD-SUB)
           IF CHILD-RETURN-STATUS NOT = DFHVALUE(NORMAL)
             AND CHILD-SUB NOT = 2
             AND CHILD-SUB NOT = 3
             AND CHILD-SUB NOT = 5
           THEN
             MOVE 'Y' TO CHECK-INCOMPLETE
           END-IF
           .
       STORE-APPLICATION.
      *    Every application is kept with its decision; one that
      *    cannot be recorded is not answered.
           EXEC CICS GET COUNTER ( APPL-COUNTER )
                         VALUE   ( APPL-NUMBER )
                         RESP    ( COMMAND-RESP )
                         RESP2   ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
           THEN
             EXEC CICS ABEND ABCODE('CCAP')
             END-EXEC
           END-IF
           MOVE APPL-NUMBER TO AP-APPL-NO
                               APPL-NUMBER-OUT
           EXEC CICS ASKTIME ABSTIME ( CURRENT-ABS )
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME  ( CURRENT-ABS )
                                YYYYMMDD ( AP-APPL-DATE )
                                DATESEP  ( '-' )
                                TIME     ( AP-APPL-TIME )
                                TIMESEP  ( ':' )
           END-EXEC
           MOVE CUST-NO-IN             TO AP-CUST-NO
           MOVE CREDIT-CHECK-RESULT    TO AP-CREDIT-CHECK-RESULT
           MOVE CUSTOMER-NAME          TO AP-CUSTOMER-NAME
           MOVE CUSTOMER-ADDRESS       TO AP-CUSTOMER-ADDRESS
           MOVE CUSTOMER-POSTCODE      TO AP-CUSTOMER-POSTCODE
           MOVE CUSTOMER-IMPORTANCE    TO AP-CUSTOMER-IMPORTANCE
           MOVE POLICY-STATUS          TO AP-POLICY-STATUS
           MOVE SPEND-PATTERN          TO AP-SPEND-PATTERN
           EVALUATE APPLICATION-RESULT
             WHEN APPLICATION-SUCCESS
               SET AP-APPROVED TO TRUE
               SET AP-LETTER-DUE TO TRUE
             WHEN APPLICATION-FAILED
               SET AP-DECLINED TO TRUE
               SET AP-LETTER-DUE TO TRUE
             WHEN OTHER
               SET AP-REFERRED TO TRUE
               SET AP-LETTER-NOT-DUE TO TRUE
           END-EVALUATE
           MOVE AP-FINAL-DECISION TO AP-SYSTEM-DECISION
           EXEC CICS WRITE FILE   ( APPL-FILE )
                           FROM   ( APPLICATION-RECORD )
                           RIDFLD ( AP-APPL-NO )
                           RESP   ( COMMAND-RESP )
                           RESP2  ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
           THEN
             EXEC CICS ABEND ABCODE('CCAP')
             END-EXEC
           END-IF
           IF AP-REFERRED
           THEN
             MOVE SPACES             TO REFERRAL-RECORD
             MOVE AP-APPL-NO         TO RQ-APPL-NO
             MOVE AP-CUST-NO         TO RQ-CUST-NO
             MOVE AP-APPL-DATE       TO RQ-QUEUED-DATE
             MOVE AP-REASON-COUNT    TO RQ-REASON-COUNT
             MOVE AP-REASON-CODE(1)  TO RQ-REASON-CODE(1)
             MOVE AP-REASON-CODE(2)  TO RQ-REASON-CODE(2)
             MOVE AP-REASON-CODE(3)  TO RQ-REASON-CODE(3)
             MOVE AP-REASON-CODE(4)  TO RQ-REASON-CODE(4)
             MOVE AP-REASON-CODE(5)  TO RQ-REASON-CODE(5)
             EXEC CICS WRITE FILE   ( REFER-FILE )
                             FROM   ( REFERRAL-RECORD )
                             RIDFLD ( RQ-APPL-NO )
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
             END-EXEC
             IF COMMAND-RESP NOT = DFHRESP(NORMAL)
             THEN
               EXEC CICS ABEND ABCODE('CCAP')
               END-EXEC
             END-IF
           END-IF
           .
       GET-INPUT-ACCOUNT-NUMBER.
