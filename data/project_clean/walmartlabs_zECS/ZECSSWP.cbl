      *    browses the cache file in bounded chunks, deletes dead
      *    entries and restarts itself from the last key until the
      *    whole file has been covered.  Counters are left in a
      *    temporary storage queue for ZECSSTA to report.  Each
      *    entry reclaimed is passed to ZECSMTR so the client that
      *    put it stops being charged for it.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           02  TD-RECLAIMED       PIC  9(08) VALUE ZEROES.
           02  FILLER             PIC  X(10) VALUE ' reclaimed'.
       01  RESUME-LENGTH          PIC S9(04) COMP VALUE ZEROES.
       01  METER-PROGRAM          PIC  X(08) VALUE 'ZECSMTR '.
       01  METER-AREA.
           02  MT-ACTION          PIC  X(01) VALUE 'X'.
           02  MT-KEY             PIC  X(64) VALUE SPACES.
           02  MT-DATA-LENGTH     PIC S9(08) COMP VALUE ZEROES.
           02  MT-OLD-FOUND       PIC  X(01) VALUE 'Y'.
           02  MT-OLD-LENGTH      PIC S9(08) COMP VALUE ZEROES.
           02  MT-STATUS          PIC  X(03) VALUE SPACES.
       LINKAGE SECTION.
       01  DFHCOMMAREA            PIC  X(01).
       PROCEDURE DIVISION.
                NOHANDLE
           END-EXEC.
           IF  EIBRESP EQUAL DFHRESP(NORMAL)
               ADD 1 TO SW-RECLAIMED
               PERFORM 2400-METER-EXPIRY   THRU 2400-EXIT.
           EXEC CICS STARTBR FILE(ZECS-FILE)
                RIDFLD(CACHE-KEY)
                GTEQ
               MOVE 'Y' TO EOF.
       2300-EXIT.
           EXIT.
       2400-METER-EXPIRY.
           MOVE CR-KEY               TO MT-KEY.
           MOVE CR-DATA-LENGTH       TO MT-OLD-LENGTH.
           EXEC CICS LINK PROGRAM(METER-PROGRAM)
                COMMAREA(METER-AREA)
                LENGTH(LENGTH OF METER-AREA)
                NOHANDLE
           END-EXEC.
       2400-EXIT.
           EXIT.
       5000-RECORD-STATS.
           EXEC CICS DELETEQ TS QUEUE(SWEEP-TSQ)
                NOHANDLE
