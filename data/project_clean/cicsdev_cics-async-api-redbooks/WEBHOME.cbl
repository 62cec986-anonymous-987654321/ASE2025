            5  OVERDRAFT          PIC X(8) VALUE ' '.
          3 PARTNER-ACCOUNTS.
           4  NUMBER-OF-ACCOUNTS  PIC S9(4) COMP-5 SYNC VALUE 9.
           4  AS-AT-DATE          PIC X(10) VALUE ' '.
           4  ACCOUNT-DETAILS OCCURS 0 TO 99 TIMES
                 DEPENDING ON NUMBER-OF-ACCOUNTS OF PARTNER-ACCOUNTS.
            5  ACCT-NUMBER        PIC X(8).
            5  BALANCE            PIC X(13).
            5  OVERDRAFT          PIC X(13).
       1 TERMINAL-STATUS.
         2 PARENT-PROGRAM         PIC X(8)  VALUE 'WEBHOME'.
         2 FILLER                 PIC X(5)  VALUE ' ACC#'.
                 IF CHILD-RETURN-STATUS = DFHVALUE(NORMAL)
                 THEN
                   MOVE ANY-CHILD-CHAN TO ACCTPTNR-CHAN
                   MOVE 99 TO NUMBER-OF-ACCOUNTS OF PARTNER-ACCOUNTS
                   EXEC CICS GET CONTAINER ( ACCTPTNR-CONTAINER )
                                 CHANNEL   ( ACCTPTNR-CHAN )
                                 INTO      ( PARTNER-ACCOUNTS )
           IF ACCTPTNR-DONE = 'N'
           THEN
             MOVE 0 TO NUMBER-OF-ACCOUNTS OF PARTNER-ACCOUNTS
             MOVE SPACES TO AS-AT-DATE
             MOVE ACCTPTNR TO PANEL-NAME
             PERFORM ABANDON-LATE-CHILD
             EXEC CICS FREE CHILD ( ACCTPTNR-TKN )
           END-IF
           .
       PRINT-PARTNER-ACCOUNTS-DETAILS.
           IF AS-AT-DATE NOT = SPACES THEN
             INITIALIZE STATUS-MSG
             STRING 'Partner balances as at '
                    DELIMITED BY SIZE
                    AS-AT-DATE
                    DELIMITED BY SIZE
                  INTO MSG-TEXT
             PERFORM PRINT-STATUS-MESSAGE
           END-IF
           IF NUMBER-OF-ACCOUNTS OF PARTNER-ACCOUNTS > 0 THEN
             MOVE 1 TO COUNTER
             PERFORM UNTIL COUNTER >
