           02  FILLER             PIC  X(09) VALUE ' applied '.
           02  ST-RP-LAG          PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(12) VALUE ' backlogged '.
       01  USAGE-FILE             PIC  X(08) VALUE 'ZECSUSE '.
       01  DEFAULT-CLIENT         PIC  X(04) VALUE '****'.
       01  USAGE-KEY              PIC  X(04) VALUE LOW-VALUES.
       01  USAGE-EOF              PIC  X(01) VALUE SPACES.
       01  USAGE-RECORD.
           02  US-CLIENT          PIC  X(04).
           02  US-ENTRY-QUOTA     PIC S9(08) COMP.
           02  US-BYTE-QUOTA      PIC S9(15) COMP-3.
           02  US-ENTRIES         PIC S9(08) COMP.
           02  US-BYTES           PIC S9(15) COMP-3.
           02  US-PEAK-BYTES      PIC S9(15) COMP-3.
           02  US-PUTS            PIC S9(08) COMP.
           02  US-GETS            PIC S9(08) COMP.
           02  US-DELETES         PIC S9(08) COMP.
           02  US-REFUSED         PIC S9(08) COMP.
           02  US-EXPIRED         PIC S9(08) COMP.
           02  US-PERIOD-ABS      PIC S9(15) COMP-3.
       01  USAGE-LENGTH           PIC S9(04) COMP VALUE ZEROES.
       01  QUOTA-NUMBER           PIC  9(12) VALUE ZEROES.
       01  ST-USAGE-LINE.
           02  FILLER             PIC  X(12) VALUE 'zECS client '.
           02  ST-US-CLIENT       PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(09) VALUE ' entries '.
           02  ST-US-ENTRIES      PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(04) VALUE ' of '.
           02  ST-US-ENTRY-QUOTA  PIC  X(08) VALUE SPACES.
           02  FILLER             PIC  X(07) VALUE ' bytes '.
           02  ST-US-BYTES        PIC  9(12) VALUE ZEROES.
           02  FILLER             PIC  X(04) VALUE ' of '.
           02  ST-US-BYTE-QUOTA   PIC  X(12) VALUE SPACES.
           02  ST-US-REFUSED      PIC  X(08) VALUE SPACES.
       LINKAGE SECTION.
       01  TASK-LIST-AREA.
           02  TASK-LIST-ITEM     PIC S9(08) COMP OCCURS 1000.
           PERFORM 3000-INQUIRE-END        THRU 3000-EXIT.
           PERFORM 4500-SEND-SWEEP-STATS   THRU 4500-EXIT.
           PERFORM 4600-SEND-REPL-STATS    THRU 4600-EXIT.
           PERFORM 4700-SEND-USAGE         THRU 4700-EXIT.
           PERFORM 5000-SEND-SUMMARY       THRU 5000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.
       1000-INQUIRE-START.
           END-EXEC.
       4600-EXIT.
           EXIT.
       4700-SEND-USAGE.
      *    Live usage against quota for each client metered by
      *    ZECSMTR.  The default quota record is not a client.
           EXEC CICS STARTBR FILE(USAGE-FILE)
                RIDFLD(USAGE-KEY)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4700-EXIT.
           PERFORM 4710-SEND-ONE-CLIENT    THRU 4710-EXIT
                   WITH TEST AFTER
                   UNTIL USAGE-EOF EQUAL 'Y'.
           EXEC CICS ENDBR FILE(USAGE-FILE)
                NOHANDLE
           END-EXEC.
       4700-EXIT.
           EXIT.
       4710-SEND-ONE-CLIENT.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS READNEXT FILE(USAGE-FILE)
                INTO  (USAGE-RECORD)
                LENGTH(USAGE-LENGTH)
                RIDFLD(USAGE-KEY)
                NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO USAGE-EOF
               GO TO 4710-EXIT.
           IF  US-CLIENT EQUAL DEFAULT-CLIENT
               GO TO 4710-EXIT.
           MOVE US-CLIENT            TO ST-US-CLIENT.
           MOVE US-ENTRIES           TO ST-US-ENTRIES.
           MOVE US-BYTES             TO ST-US-BYTES.
           IF  US-ENTRY-QUOTA EQUAL ZEROES
               MOVE 'no limit'       TO ST-US-ENTRY-QUOTA
           ELSE
               MOVE US-ENTRY-QUOTA   TO QUOTA-NUMBER
               MOVE QUOTA-NUMBER(5:8) TO ST-US-ENTRY-QUOTA.
           IF  US-BYTE-QUOTA EQUAL ZEROES
               MOVE 'no limit'       TO ST-US-BYTE-QUOTA
           ELSE
               MOVE US-BYTE-QUOTA    TO QUOTA-NUMBER
               MOVE QUOTA-NUMBER     TO ST-US-BYTE-QUOTA.
           IF  US-REFUSED GREATER THAN ZEROES
               MOVE ' REFUSED'       TO ST-US-REFUSED
           ELSE
               MOVE SPACES           TO ST-US-REFUSED.
           EXEC CICS SEND TEXT FROM(ST-USAGE-LINE)
                LENGTH(LENGTH OF ST-USAGE-LINE)
                ACCUM
                NOHANDLE
           END-EXEC.
       4710-EXIT.
           EXIT.
       5000-SEND-SUMMARY.
           MOVE LISTENERS-RUNNING    TO ST-RUN-COUNT.
           MOVE LISTENERS-SEEN       TO ST-SEEN-COUNT.
