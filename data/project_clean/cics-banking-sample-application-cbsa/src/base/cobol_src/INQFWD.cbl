                   OR SWEEP_FUNDING_ACCOUNT = :HV-ACCOUNT-ACC-NO)
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE FWD-NT-CURSOR CURSOR FOR
                 SELECT WDNOTICE_AVAIL_DATE,
                        WDNOTICE_AMOUNT - WDNOTICE_USED,
                        WDNOTICE_NUMBER
                 FROM WDNOTICE
                 WHERE WDNOTICE_SORTCODE = :HV-ACCOUNT-SORTCODE
                 AND WDNOTICE_NUMBER = :HV-ACCOUNT-ACC-NO
                 AND WDNOTICE_STATUS = 'P'
                 AND WDNOTICE_AVAIL_DATE <= :WS-HORIZON-YYYYMMDD
                 FOR FETCH ONLY
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-ACCNO               PIC X(8).
           PERFORM COLLECT-TD-MATURITIES.
           PERFORM COLLECT-LOAN-INSTALMENTS.
           PERFORM COLLECT-SWEEP-ARRANGEMENTS.
           PERFORM COLLECT-NOTICE-WITHDRAWALS.
           PERFORM BUILD-SORTED-COMMAREA.
           MOVE 'Y' TO COMM-SUCCESS.
           PERFORM GET-ME-OUT-OF-HERE.
           PERFORM STORE-COMMITMENT.
       FSW999.
           EXIT.
       COLLECT-NOTICE-WITHDRAWALS SECTION.
       CNW010.
      *
      *    Money under a pending withdrawal notice is committed to
      *    leave the account on the day the notice runs out.
      *
           EXEC SQL OPEN FWD-NT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO CNW999
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM FETCH-NOTICE-WITHDRAWAL UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE FWD-NT-CURSOR
           END-EXEC.
       CNW999.
           EXIT.
       FETCH-NOTICE-WITHDRAWAL SECTION.
       FNW010.
           EXEC SQL FETCH FWD-NT-CURSOR
              INTO :HV-CMT-DUE-DATE, :HV-CMT-AMOUNT, :HV-CMT-REF
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EXIT-SW
              GO TO FNW999
           END-IF.
           MOVE HV-CMT-DUE-DATE TO WS-NEW-DATE.
           MOVE 'NOTICE  ' TO WS-NEW-TYPE.
           COMPUTE WS-NEW-AMOUNT = 0 - HV-CMT-AMOUNT.
           PERFORM STORE-COMMITMENT.
       FNW999.
           EXIT.
       STORE-COMMITMENT SECTION.
       SC010.
           IF WS-STORE-COUNT >= 60
