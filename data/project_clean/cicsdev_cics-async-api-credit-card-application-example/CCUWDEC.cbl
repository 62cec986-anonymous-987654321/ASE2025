       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       IDENTIFICATION DIVISION.
        PROGRAM-ID. CCUWDEC.
        AUTHOR. GOHILPR.
      *
      *    Underwriter decisions on referred card applications, run
      *    from a terminal as the CCUW transaction:
      *
      *      CCUW                 show the oldest referral waiting
      *      CCUW A nnnnnnnn      approve application nnnnnnnn
      *      CCUW D nnnnnnnn      decline application nnnnnnnn
      *
      *    The decision is recorded on the application with the
      *    underwriter and date, the referral leaves the queue and
      *    the letter becomes due for the nightly CCLETTR run.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
       COPY APPLSTOR.
       1 READ-INPUT.
         2 TRANID                 PIC X(4).
         2 FILLER                 PIC X(1).
         2 UW-ACTION              PIC X(1).
           88 UW-SHOW-NEXT          VALUE ' '.
           88 UW-APPROVE            VALUE 'A'.
           88 UW-DECLINE            VALUE 'D'.
         2 FILLER                 PIC X(1).
         2 UW-APPL-NO             PIC X(8).
       1 READ-INPUT-LENGTH        PIC S9(4) COMP-5 SYNC VALUE 15.
       1 REFERRAL-LINE.
         2 FILLER                 PIC X(9)  VALUE 'REFERRAL '.
         2 RL-APPL-NO             PIC 9(8).
         2 FILLER                 PIC X(6)  VALUE ' ACC# '.
         2 RL-CUST-NO             PIC X(4).
         2 FILLER                 PIC X(1)  VALUE ' '.
         2 RL-NAME                PIC X(30).
         2 FILLER                 PIC X(8)  VALUE ' CREDIT '.
         2 RL-CREDIT              PIC X(3).
         2 FILLER                 PIC X(8)  VALUE ' POLICY '.
         2 RL-POLICY              PIC X(8).
         2 FILLER                 PIC X(7)  VALUE ' SPEND '.
         2 RL-SPEND               PIC X(8).
         2 FILLER                 PIC X(1)  VALUE ' '.
         2 RL-IMPORTANCE          PIC X(8).
         2 FILLER                 PIC X(9)  VALUE ' REASONS '.
         2 RL-REASONS.
           3 RL-REASON OCCURS 5 TIMES.
             4 RL-REASON-CODE     PIC X(2).
             4 FILLER             PIC X(1).
       1 MESSAGE-LINE.
         2 FILLER                 PIC X(17) VALUE 'CCUW APPLICATION '.
         2 ML-APPL-NO             PIC X(8)  VALUE SPACES.
         2 FILLER                 PIC X(1)  VALUE ' '.
         2 ML-TEXT                PIC X(40) VALUE SPACES.
        LOCAL-STORAGE SECTION.
       1 APPL-FILE             PIC X(8) VALUE 'CCAPPL  '.
       1 REFER-FILE            PIC X(8) VALUE 'CCREFQ  '.
       1 APPL-KEY              PIC 9(8).
       1 REASON-SUB            PIC S9(4) COMP-5 SYNC.
       1 UW-USERID             PIC X(8).
       1 CURRENT-ABS           PIC S9(15) COMP-3.
       1 COMMAND-RESP  PIC S9(8) COMP.
       1 COMMAND-RESP2 PIC S9(8) COMP.
        LINKAGE SECTION.
       PROCEDURE DIVISION .
       MAINLINE SECTION.
           MOVE SPACES TO READ-INPUT
           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           MOVE UW-APPL-NO TO ML-APPL-NO
           EVALUATE TRUE
             WHEN UW-SHOW-NEXT
               PERFORM SHOW-NEXT-REFERRAL
             WHEN (UW-APPROVE OR UW-DECLINE)
                   AND UW-APPL-NO IS NUMERIC
               PERFORM DECIDE-REFERRAL
             WHEN OTHER
               MOVE 'USE CCUW OR CCUW A/D nnnnnnnn'
                 TO ML-TEXT
               MOVE SPACES TO ML-APPL-NO
               PERFORM SEND-MESSAGE
           END-EVALUATE
           EXEC CICS RETURN
           END-EXEC
           .
       SHOW-NEXT-REFERRAL.
           MOVE ZEROES TO APPL-KEY
           EXEC CICS STARTBR FILE   ( REFER-FILE )
                             RIDFLD ( APPL-KEY )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP = DFHRESP(NORMAL)
           THEN
             EXEC CICS READNEXT FILE   ( REFER-FILE )
                                INTO   ( REFERRAL-RECORD )
                                RIDFLD ( APPL-KEY )
                                RESP   ( COMMAND-RESP )
                                RESP2  ( COMMAND-RESP2 )
             END-EXEC
             EXEC CICS ENDBR FILE ( REFER-FILE )
             END-EXEC
           END-IF
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
           THEN
             MOVE SPACES TO ML-APPL-NO
             MOVE 'NO REFERRALS WAITING' TO ML-TEXT
             PERFORM SEND-MESSAGE
           ELSE
             EXEC CICS READ FILE   ( APPL-FILE )
                            INTO   ( APPLICATION-RECORD )
                            RIDFLD ( APPL-KEY )
                            RESP   ( COMMAND-RESP )
                            RESP2  ( COMMAND-RESP2 )
             END-EXEC
             MOVE RQ-APPL-NO             TO RL-APPL-NO
             MOVE RQ-CUST-NO             TO RL-CUST-NO
             MOVE AP-CUSTOMER-NAME       TO RL-NAME
             MOVE AP-CREDIT-CHECK-RESULT TO RL-CREDIT
             MOVE AP-POLICY-STATUS       TO RL-POLICY
             MOVE AP-SPEND-PATTERN       TO RL-SPEND
             MOVE AP-CUSTOMER-IMPORTANCE TO RL-IMPORTANCE
             MOVE SPACES                 TO RL-REASONS
             PERFORM MOVE-ONE-REASON
                     VARYING REASON-SUB FROM 1 BY 1
                     UNTIL REASON-SUB > RQ-REASON-COUNT
             EXEC CICS SEND TEXT FROM ( REFERRAL-LINE )
                       TERMINAL WAIT
                       FREEKB
                       ERASE
             END-EXEC
           END-IF
           .
       MOVE-ONE-REASON.
           MOVE RQ-REASON-CODE(REASON-SUB)
             TO RL-REASON-CODE(REASON-SUB)
           .
       DECIDE-REFERRAL.
           MOVE UW-APPL-NO TO APPL-KEY
           EXEC CICS READ FILE   ( APPL-FILE )
                          INTO   ( APPLICATION-RECORD )
                          RIDFLD ( APPL-KEY )
                          UPDATE
                          RESP   ( COMMAND-RESP )
                          RESP2  ( COMMAND-RESP2 )
           END-EXEC
           EVALUATE TRUE
             WHEN COMMAND-RESP = DFHRESP(NOTFND)
               MOVE 'NOT FOUND' TO ML-TEXT
             WHEN COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'COULD NOT BE READ' TO ML-TEXT
             WHEN NOT AP-REFERRED
               MOVE 'IS NOT AWAITING A REFERRAL DECISION'
                 TO ML-TEXT
             WHEN OTHER
               PERFORM RECORD-UW-DECISION
           END-EVALUATE
           PERFORM SEND-MESSAGE
           .
       RECORD-UW-DECISION.
           EXEC CICS ASSIGN USERID ( UW-USERID )
           END-EXEC
           EXEC CICS ASKTIME ABSTIME ( CURRENT-ABS )
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME  ( CURRENT-ABS )
                                YYYYMMDD ( AP-UW-DATE )
                                DATESEP  ( '-' )
           END-EXEC
           MOVE UW-USERID TO AP-UW-USER
           IF UW-APPROVE
           THEN
             SET AP-APPROVED TO TRUE
             MOVE 'APPROVED' TO ML-TEXT
           ELSE
             SET AP-DECLINED TO TRUE
             IF AP-REASON-COUNT < 5
             THEN
               ADD 1 TO AP-REASON-COUNT
               MOVE 'UW' TO AP-REASON-CODE(AP-REASON-COUNT)
             END-IF
             MOVE 'DECLINED' TO ML-TEXT
           END-IF
           SET AP-LETTER-DUE TO TRUE
           EXEC CICS REWRITE FILE ( APPL-FILE )
                             FROM ( APPLICATION-RECORD )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
           THEN
             MOVE 'DECISION COULD NOT BE SAVED' TO ML-TEXT
           ELSE
             EXEC CICS DELETE FILE   ( REFER-FILE )
                              RIDFLD ( APPL-KEY )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
             END-EXEC
           END-IF
           .
       SEND-MESSAGE.
           EXEC CICS SEND TEXT FROM ( MESSAGE-LINE )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .
       END PROGRAM 'CCUWDEC'.
