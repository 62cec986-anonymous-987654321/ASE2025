       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECSCHG.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *
      *    Daily chargeback.  Runs once a day as the ZCCB task,
      *    started by the scheduler, and writes the chargeback
      *    report to the ZCCR transient data queue from the usage
      *    counters ZECSMTR keeps per client.  For each client it
      *    shows the requests made since the last run, the
      *    entries and bytes held now, the peak bytes held, and
      *    the client's share of all requests and of all peak
      *    storage, which is the basis for the charge.  Once the
      *    report is written each client's request counts are
      *    taken down by what was reported, so a request that
      *    arrives while the report runs is charged next time,
      *    and the peak restarts from what the client holds now.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  EOF                    PIC  X(01) VALUE SPACES.
       01  USAGE-FILE             PIC  X(08) VALUE 'ZECSUSE '.
       01  DEFAULT-CLIENT         PIC  X(04) VALUE '****'.
       01  USAGE-KEY              PIC  X(04) VALUE LOW-VALUES.
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
       01  CURRENT-ABS            PIC S9(15) COMP-3 VALUE ZEROES.
       01  REPORT-DATE            PIC  X(10) VALUE SPACES.
       01  CLIENT-MAX             PIC S9(04) COMP VALUE 200.
       01  CLIENT-COUNT           PIC S9(04) COMP VALUE ZEROES.
       01  CLIENT-SUB             PIC S9(04) COMP VALUE ZEROES.
       01  CLIENTS-SKIPPED        PIC S9(04) COMP VALUE ZEROES.
       01  CLIENT-TABLE.
           02  CLIENT-ENTRY       OCCURS 200.
               03  CT-CLIENT      PIC  X(04).
               03  CT-ENTRIES     PIC S9(08) COMP.
               03  CT-BYTES       PIC S9(15) COMP-3.
               03  CT-PEAK-BYTES  PIC S9(15) COMP-3.
               03  CT-PUTS        PIC S9(08) COMP.
               03  CT-GETS        PIC S9(08) COMP.
               03  CT-DELETES     PIC S9(08) COMP.
               03  CT-REFUSED     PIC S9(08) COMP.
               03  CT-EXPIRED     PIC S9(08) COMP.
       01  TOTAL-REQUESTS         PIC S9(15) COMP-3 VALUE ZEROES.
       01  TOTAL-PEAK-BYTES       PIC S9(15) COMP-3 VALUE ZEROES.
       01  CLIENT-REQUESTS        PIC S9(15) COMP-3 VALUE ZEROES.
       01  SHARE-PERCENT          PIC S9(03)V99 COMP-3 VALUE ZEROES.
       01  CHARGE-TDQ             PIC  X(04) VALUE 'ZCCR'.
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.
       01  TD-TITLE.
           02  FILLER             PIC  X(28)
                                   VALUE 'zECS chargeback report for '.
           02  TD-TITLE-DATE      PIC  X(10) VALUE SPACES.
           02  FILLER             PIC  X(71) VALUE SPACES.
       01  TD-HEADING.
           02  FILLER             PIC  X(40)
               VALUE 'CLIENT  ENTRIES   BYTES HELD   PEAK BYTE'.
           02  FILLER             PIC  X(40)
               VALUE 'S     PUTS     GETS  DELETES  REFUSED  E'.
           02  FILLER             PIC  X(29)
               VALUE 'XPIRED REQ PCT PEAK PCT      '.
       01  TD-DETAIL.
           02  TD-CLIENT          PIC  X(04) VALUE SPACES.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  TD-ENTRIES         PIC  Z(08)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-BYTES           PIC  Z(11)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-PEAK-BYTES      PIC  Z(11)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-PUTS            PIC  Z(07)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-GETS            PIC  Z(07)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-DELETES         PIC  Z(07)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-REFUSED         PIC  Z(07)9.
           02  FILLER             PIC  X(01) VALUE SPACES.
           02  TD-EXPIRED         PIC  Z(07)9.
           02  FILLER             PIC  X(02) VALUE SPACES.
           02  TD-REQ-PCT         PIC  ZZ9.99.
           02  FILLER             PIC  X(03) VALUE SPACES.
           02  TD-PEAK-PCT        PIC  ZZ9.99.
           02  FILLER             PIC  X(06) VALUE SPACES.
       01  TD-TOTAL.
           02  FILLER             PIC  X(17)
                                   VALUE 'zECS clients     '.
           02  TD-TOT-CLIENTS     PIC  ZZZ9.
           02  FILLER             PIC  X(11) VALUE ' requests  '.
           02  TD-TOT-REQUESTS    PIC  Z(14)9.
           02  FILLER             PIC  X(13) VALUE ' peak bytes  '.
           02  TD-TOT-PEAK-BYTES  PIC  Z(14)9.
           02  FILLER             PIC  X(34) VALUE SPACES.
       01  TD-SKIPPED.
           02  FILLER             PIC  X(37)
               VALUE 'zECS clients not reported, table full'.
           02  FILLER             PIC  X(02) VALUE ': '.
           02  TD-SKIP-COUNT      PIC  ZZZ9.
           02  FILLER             PIC  X(66) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
           PERFORM 2000-COLLECT-USAGE      THRU 2000-EXIT.
           PERFORM 3000-WRITE-REPORT       THRU 3000-EXIT.
           PERFORM 4000-RESET-PERIOD       THRU 4000-EXIT
                   VARYING CLIENT-SUB FROM 1 BY 1
                   UNTIL CLIENT-SUB GREATER THAN CLIENT-COUNT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.
       1000-INITIALIZE.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS)
                NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABS)
                YYYYMMDD(REPORT-DATE)
                DATESEP('-')
                NOHANDLE
           END-EXEC.
       1000-EXIT.
           EXIT.
       2000-COLLECT-USAGE.
           EXEC CICS STARTBR FILE(USAGE-FILE)
                RIDFLD(USAGE-KEY)
                GTEQ
                NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO EOF
               GO TO 2000-EXIT.
           PERFORM 2100-COLLECT-ONE        THRU 2100-EXIT
                   WITH TEST AFTER
                   UNTIL EOF EQUAL 'Y'.
           EXEC CICS ENDBR FILE(USAGE-FILE)
                NOHANDLE
           END-EXEC.
       2000-EXIT.
           EXIT.
       2100-COLLECT-ONE.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS READNEXT FILE(USAGE-FILE)
                INTO  (USAGE-RECORD)
                LENGTH(USAGE-LENGTH)
                RIDFLD(USAGE-KEY)
                NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'Y' TO EOF
               GO TO 2100-EXIT.
           IF  US-CLIENT EQUAL DEFAULT-CLIENT
               GO TO 2100-EXIT.
      *    A client left out here is not reset either, so its
      *    usage carries forward into the next report.
           IF  CLIENT-COUNT NOT LESS THAN CLIENT-MAX
               ADD 1 TO CLIENTS-SKIPPED
               GO TO 2100-EXIT.
           ADD 1                     TO CLIENT-COUNT.
           MOVE US-CLIENT            TO CT-CLIENT(CLIENT-COUNT).
           MOVE US-ENTRIES           TO CT-ENTRIES(CLIENT-COUNT).
           MOVE US-BYTES             TO CT-BYTES(CLIENT-COUNT).
           MOVE US-PEAK-BYTES        TO CT-PEAK-BYTES(CLIENT-COUNT).
           MOVE US-PUTS              TO CT-PUTS(CLIENT-COUNT).
           MOVE US-GETS              TO CT-GETS(CLIENT-COUNT).
           MOVE US-DELETES           TO CT-DELETES(CLIENT-COUNT).
           MOVE US-REFUSED           TO CT-REFUSED(CLIENT-COUNT).
           MOVE US-EXPIRED           TO CT-EXPIRED(CLIENT-COUNT).
           ADD US-PUTS US-GETS US-DELETES TO TOTAL-REQUESTS.
           ADD US-PEAK-BYTES         TO TOTAL-PEAK-BYTES.
       2100-EXIT.
           EXIT.
       3000-WRITE-REPORT.
           MOVE REPORT-DATE          TO TD-TITLE-DATE.
           MOVE LENGTH OF TD-TITLE   TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CHARGE-TDQ)
                FROM  (TD-TITLE)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.
           MOVE LENGTH OF TD-HEADING TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CHARGE-TDQ)
                FROM  (TD-HEADING)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.
           PERFORM 3100-WRITE-CLIENT       THRU 3100-EXIT
                   VARYING CLIENT-SUB FROM 1 BY 1
                   UNTIL CLIENT-SUB GREATER THAN CLIENT-COUNT.
           MOVE CLIENT-COUNT         TO TD-TOT-CLIENTS.
           MOVE TOTAL-REQUESTS       TO TD-TOT-REQUESTS.
           MOVE TOTAL-PEAK-BYTES     TO TD-TOT-PEAK-BYTES.
           MOVE LENGTH OF TD-TOTAL   TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CHARGE-TDQ)
                FROM  (TD-TOTAL)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.
           IF  CLIENTS-SKIPPED GREATER THAN ZEROES
               MOVE CLIENTS-SKIPPED  TO TD-SKIP-COUNT
               MOVE LENGTH OF TD-SKIPPED TO TD-LENGTH
               EXEC CICS WRITEQ TD QUEUE(CHARGE-TDQ)
                    FROM  (TD-SKIPPED)
                    LENGTH(TD-LENGTH)
                    NOHANDLE
               END-EXEC.
       3000-EXIT.
           EXIT.
       3100-WRITE-CLIENT.
           MOVE CT-CLIENT(CLIENT-SUB)     TO TD-CLIENT.
           MOVE CT-ENTRIES(CLIENT-SUB)    TO TD-ENTRIES.
           MOVE CT-BYTES(CLIENT-SUB)      TO TD-BYTES.
           MOVE CT-PEAK-BYTES(CLIENT-SUB) TO TD-PEAK-BYTES.
           MOVE CT-PUTS(CLIENT-SUB)       TO TD-PUTS.
           MOVE CT-GETS(CLIENT-SUB)       TO TD-GETS.
           MOVE CT-DELETES(CLIENT-SUB)    TO TD-DELETES.
           MOVE CT-REFUSED(CLIENT-SUB)    TO TD-REFUSED.
           MOVE CT-EXPIRED(CLIENT-SUB)    TO TD-EXPIRED.
           COMPUTE CLIENT-REQUESTS = CT-PUTS(CLIENT-SUB)
                                   + CT-GETS(CLIENT-SUB)
                                   + CT-DELETES(CLIENT-SUB).
           MOVE ZEROES               TO SHARE-PERCENT.
           IF  TOTAL-REQUESTS GREATER THAN ZEROES
               COMPUTE SHARE-PERCENT ROUNDED =
                       CLIENT-REQUESTS * 100 / TOTAL-REQUESTS.
           MOVE SHARE-PERCENT        TO TD-REQ-PCT.
           MOVE ZEROES               TO SHARE-PERCENT.
           IF  TOTAL-PEAK-BYTES GREATER THAN ZEROES
               COMPUTE SHARE-PERCENT ROUNDED =
                       CT-PEAK-BYTES(CLIENT-SUB) * 100
                     / TOTAL-PEAK-BYTES.
           MOVE SHARE-PERCENT        TO TD-PEAK-PCT.
           MOVE LENGTH OF TD-DETAIL  TO TD-LENGTH.
           EXEC CICS WRITEQ TD QUEUE(CHARGE-TDQ)
                FROM  (TD-DETAIL)
                LENGTH(TD-LENGTH)
                NOHANDLE
           END-EXEC.
       3100-EXIT.
           EXIT.
       4000-RESET-PERIOD.
           MOVE CT-CLIENT(CLIENT-SUB) TO USAGE-KEY.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS READ FILE(USAGE-FILE)
                INTO  (USAGE-RECORD)
                RIDFLD(USAGE-KEY)
                LENGTH(USAGE-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               GO TO 4000-EXIT.
           SUBTRACT CT-PUTS(CLIENT-SUB)    FROM US-PUTS.
           SUBTRACT CT-GETS(CLIENT-SUB)    FROM US-GETS.
           SUBTRACT CT-DELETES(CLIENT-SUB) FROM US-DELETES.
           SUBTRACT CT-REFUSED(CLIENT-SUB) FROM US-REFUSED.
           SUBTRACT CT-EXPIRED(CLIENT-SUB) FROM US-EXPIRED.
           MOVE US-BYTES             TO US-PEAK-BYTES.
           MOVE CURRENT-ABS          TO US-PERIOD-ABS.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS REWRITE FILE(USAGE-FILE)
                FROM  (USAGE-RECORD)
                LENGTH(USAGE-LENGTH)
                NOHANDLE
           END-EXEC.
           EXEC CICS SYNCPOINT
                NOHANDLE
           END-EXEC.
       4000-EXIT.
           EXIT.
       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       9000-EXIT.
           EXIT.
