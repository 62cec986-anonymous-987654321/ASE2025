       CBL CICS(SP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZECSMTR.
       AUTHOR.     Randy Frerking and Rich Jackson.
      *
      *    Usage metering.  The put, get and delete paths LINK here
      *    for every request, and the expiry sweep for every entry
      *    it reclaims, so that each client sharing the cache can
      *    be charged for what it uses.  The client is the four
      *    character key prefix, the URI-PREFIX of the client's
      *    URIMAP.  Usage is kept in one record per client in the
      *    usage file: request counts since the last chargeback
      *    run, and the entries and bytes the client holds now.
      *
      *    Before a put the service path asks for a quota check.
      *    A put that would take the client past its entry or
      *    byte quota is refused with status 507, which the
      *    service path returns as the HTTP status so the client
      *    can tell it from any other failure.  A zero quota
      *    means no limit.  A client seen for the first time takes
      *    its quotas from the default record (key '****').
      *
      *    Actions:   Q  quota check before a put
      *               P  put completed
      *               G  get
      *               D  delete completed
      *               X  entry expired by the sweep
      *
      *    For P, D and X the caller says whether an entry was
      *    there before (replaced, deleted or expired) and how
      *    long its data was.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  USAGE-FILE             PIC  X(08) VALUE 'ZECSUSE '.
       01  DEFAULT-CLIENT         PIC  X(04) VALUE '****'.
       01  USAGE-KEY              PIC  X(04) VALUE SPACES.
       01  USAGE-STATE            PIC  X(01) VALUE SPACES.
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
       01  NEW-ENTRIES            PIC S9(08) COMP VALUE ZEROES.
       01  NEW-BYTES              PIC S9(15) COMP-3 VALUE ZEROES.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02  CA-ACTION          PIC  X(01).
           02  CA-KEY             PIC  X(64).
           02  CA-DATA-LENGTH     PIC S9(08) COMP.
           02  CA-OLD-FOUND       PIC  X(01).
           02  CA-OLD-LENGTH      PIC S9(08) COMP.
           02  CA-STATUS          PIC  X(03).
       PROCEDURE DIVISION.
           PERFORM 1000-READ-USAGE         THRU 1000-EXIT.
           IF  USAGE-STATE NOT EQUAL 'E'
               PERFORM 2000-APPLY-ACTION   THRU 2000-EXIT
               PERFORM 3000-SAVE-USAGE     THRU 3000-EXIT.
           PERFORM 9000-RETURN             THRU 9000-EXIT.
       1000-READ-USAGE.
      *    Metering never fails a request: if the usage file
      *    cannot be read the request goes ahead unmetered.
           MOVE '200'                TO CA-STATUS.
           MOVE CA-KEY(1:4)          TO USAGE-KEY.
           MOVE 'O'                  TO USAGE-STATE.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS READ FILE(USAGE-FILE)
                INTO  (USAGE-RECORD)
                RIDFLD(USAGE-KEY)
                LENGTH(USAGE-LENGTH)
                UPDATE
                NOHANDLE
           END-EXEC.
           IF  EIBRESP EQUAL DFHRESP(NOTFND)
               PERFORM 1100-NEW-CLIENT     THRU 1100-EXIT
               GO TO 1000-EXIT.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE 'E'              TO USAGE-STATE
               EXEC CICS WRITE OPERATOR
                    TEXT('zECS usage metering failed')
                    NOHANDLE
               END-EXEC.
       1000-EXIT.
           EXIT.
       1100-NEW-CLIENT.
           MOVE 'N'                  TO USAGE-STATE.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS READ FILE(USAGE-FILE)
                INTO  (USAGE-RECORD)
                RIDFLD(DEFAULT-CLIENT)
                LENGTH(USAGE-LENGTH)
                NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)
               MOVE ZEROES           TO US-ENTRY-QUOTA
                                        US-BYTE-QUOTA.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS)
                NOHANDLE
           END-EXEC.
           MOVE USAGE-KEY            TO US-CLIENT.
           MOVE ZEROES               TO US-ENTRIES
                                        US-BYTES
                                        US-PEAK-BYTES
                                        US-PUTS
                                        US-GETS
                                        US-DELETES
                                        US-REFUSED
                                        US-EXPIRED.
           MOVE CURRENT-ABS          TO US-PERIOD-ABS.
       1100-EXIT.
           EXIT.
       2000-APPLY-ACTION.
           IF  CA-ACTION EQUAL 'Q'
               PERFORM 2100-CHECK-QUOTA    THRU 2100-EXIT.
           IF  CA-ACTION EQUAL 'P'
               PERFORM 2200-COUNT-PUT      THRU 2200-EXIT.
           IF  CA-ACTION EQUAL 'G'
               ADD 1 TO US-GETS.
           IF  CA-ACTION EQUAL 'D'
               ADD 1 TO US-DELETES
               PERFORM 2300-RELEASE-ENTRY  THRU 2300-EXIT.
           IF  CA-ACTION EQUAL 'X'
               ADD 1 TO US-EXPIRED
               PERFORM 2300-RELEASE-ENTRY  THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
       2100-CHECK-QUOTA.
      *    Only growth is refused: a put that replaces an entry
      *    with one no larger always goes ahead, even when a
      *    lowered quota has left the client over its limit.
           PERFORM 2400-PROJECT-PUT        THRU 2400-EXIT.
           IF  US-ENTRY-QUOTA GREATER THAN ZEROES
           AND NEW-ENTRIES GREATER THAN US-ENTRY-QUOTA
           AND NEW-ENTRIES GREATER THAN US-ENTRIES
               MOVE '507'            TO CA-STATUS.
           IF  US-BYTE-QUOTA GREATER THAN ZEROES
           AND NEW-BYTES GREATER THAN US-BYTE-QUOTA
           AND NEW-BYTES GREATER THAN US-BYTES
               MOVE '507'            TO CA-STATUS.
           IF  CA-STATUS EQUAL '507'
               ADD 1 TO US-REFUSED.
       2100-EXIT.
           EXIT.
       2200-COUNT-PUT.
           PERFORM 2400-PROJECT-PUT        THRU 2400-EXIT.
           ADD 1                     TO US-PUTS.
           MOVE NEW-ENTRIES          TO US-ENTRIES.
           MOVE NEW-BYTES            TO US-BYTES.
           IF  US-BYTES GREATER THAN US-PEAK-BYTES
               MOVE US-BYTES         TO US-PEAK-BYTES.
       2200-EXIT.
           EXIT.
       2300-RELEASE-ENTRY.
           IF  CA-OLD-FOUND NOT EQUAL 'Y'
               GO TO 2300-EXIT.
           SUBTRACT 1                FROM US-ENTRIES.
           SUBTRACT CA-OLD-LENGTH    FROM US-BYTES.
      *    Entries put before metering began were never counted.
           IF  US-ENTRIES LESS THAN ZEROES
               MOVE ZEROES           TO US-ENTRIES.
           IF  US-BYTES LESS THAN ZEROES
               MOVE ZEROES           TO US-BYTES.
       2300-EXIT.
           EXIT.
       2400-PROJECT-PUT.
           MOVE US-ENTRIES           TO NEW-ENTRIES.
           MOVE US-BYTES             TO NEW-BYTES.
           IF  CA-OLD-FOUND EQUAL 'Y'
               SUBTRACT CA-OLD-LENGTH FROM NEW-BYTES
           ELSE
               ADD 1                 TO NEW-ENTRIES.
           ADD CA-DATA-LENGTH        TO NEW-BYTES.
           IF  NEW-BYTES LESS THAN ZEROES
               MOVE ZEROES           TO NEW-BYTES.
       2400-EXIT.
           EXIT.
       3000-SAVE-USAGE.
           IF  USAGE-STATE EQUAL 'O'
               PERFORM 3100-REWRITE-USAGE  THRU 3100-EXIT
               GO TO 3000-EXIT.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS WRITE FILE(USAGE-FILE)
                FROM  (USAGE-RECORD)
                RIDFLD(US-CLIENT)
                LENGTH(USAGE-LENGTH)
                NOHANDLE
           END-EXEC.
      *    Another task got in first with the client's first
      *    request; count this one against the record it wrote.
           IF  EIBRESP EQUAL DFHRESP(DUPREC)
               PERFORM 1000-READ-USAGE     THRU 1000-EXIT
               IF  USAGE-STATE EQUAL 'O'
                   PERFORM 2000-APPLY-ACTION  THRU 2000-EXIT
                   PERFORM 3100-REWRITE-USAGE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
       3100-REWRITE-USAGE.
           MOVE LENGTH OF USAGE-RECORD TO USAGE-LENGTH.
           EXEC CICS REWRITE FILE(USAGE-FILE)
                FROM  (USAGE-RECORD)
                LENGTH(USAGE-LENGTH)
                NOHANDLE
           END-EXEC.
       3100-EXIT.
           EXIT.
       9000-RETURN.
           EXEC CICS RETURN
           END-EXEC.
       9000-EXIT.
           EXIT.
