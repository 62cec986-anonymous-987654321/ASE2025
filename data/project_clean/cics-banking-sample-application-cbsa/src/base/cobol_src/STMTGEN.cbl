       01 WS-PAPER-SUPPRESSED-SW            PIC X VALUE 'N'.
          88 WS-PAPER-SUPPRESSED                 VALUE 'Y'.
       01 STATEMENTS-SUPPRESSED             PIC 9(8) VALUE 0.
      *
      *    Accessible correspondence format from the vulnerable
      *    customer register: S standard, L large print, B braille.
      *    Statements in other formats are flagged for the print
      *    room ahead of the statement header.
      *
       01 HV-VR-FORMAT                      PIC X.
       01 HV-VR-SORTCODE                    PIC X(6).
       01 STATEMENTS-LARGE-PRINT            PIC 9(8) VALUE 0.
       01 STATEMENTS-BRAILLE                PIC 9(8) VALUE 0.
      *
      *    Customers whose post is coming back undelivered get no
      *    paper statement until a new address is recorded.
      *
       01 HV-GA-SORTCODE                    PIC X(6).
       01 HV-GA-COUNT                       PIC S9(9) COMP.
       01 WS-GONE-AWAY-SW                   PIC X VALUE 'N'.
          88 WS-GONE-AWAY                        VALUE 'Y'.
       01 STATEMENTS-GONE-AWAY              PIC 9(8) VALUE 0.
           EXEC SQL
              INCLUDE ACCDB2
           END-EXEC.
           DISPLAY 'STMTGEN - ACCOUNTS PROCESSED: ' ACCOUNTS-PROCESSED.
           DISPLAY 'STMTGEN - PAPER SUPPRESSED:    '
              STATEMENTS-SUPPRESSED.
           DISPLAY 'STMTGEN - HELD (GONE AWAY):    '
              STATEMENTS-GONE-AWAY.
           DISPLAY 'STMTGEN - LARGE PRINT:         '
              STATEMENTS-LARGE-PRINT.
           DISPLAY 'STMTGEN - BRAILLE:             '
              STATEMENTS-BRAILLE.
           DISPLAY 'STMTGEN - ACCOUNTS IN ERROR:   ' ACCOUNTS-IN-ERROR.
           PERFORM REGISTER-RUN-END.
           STOP RUN.
           END-IF
           PERFORM GET-STATEMENT-PREFERENCE.
           IF WS-PAPER-SUPPRESSED
              IF WS-GONE-AWAY
                 ADD 1 TO STATEMENTS-GONE-AWAY
              ELSE
                 ADD 1 TO STATEMENTS-SUPPRESSED
              END-IF
              PERFORM SKIP-TRANS-BELOW-ACCOUNT
              PERFORM ADVANCE-STATEMENT-DATES
              PERFORM WRITE-NOTIFY-EVENT
              ADD 1 TO ACCOUNTS-PROCESSED
              GO TO PA999
           END-IF
           PERFORM GET-ACCESSIBLE-FORMAT.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE HV-ACCOUNT-LAST-STMT TO WS-STMT-BOUND-NUM.
           COMPUTE WS-STMT-FROM-CCYYMMDD =
      *    so the electronic channel is told.
      *
           MOVE 'N' TO WS-PAPER-SUPPRESSED-SW.
           MOVE 'N' TO WS-GONE-AWAY-SW.
           MOVE 'L' TO HV-STMT-PREF-CHANNEL.
           EXEC SQL
              SELECT NOTIFPRF_CHANNEL
           OR HV-STMT-PREF-CHANNEL = 'S'
           OR HV-STMT-PREF-CHANNEL = 'N'
              MOVE 'Y' TO WS-PAPER-SUPPRESSED-SW
              GO TO GSP999
           END-IF.
           PERFORM CHECK-GONE-AWAY.
           IF WS-GONE-AWAY
              MOVE 'Y' TO WS-PAPER-SUPPRESSED-SW
           END-IF.
       GSP999.
           EXIT.
       CHECK-GONE-AWAY SECTION.
       CGA010.
           MOVE 'N' TO WS-GONE-AWAY-SW.
           MOVE SORTCODE TO HV-GA-SORTCODE.
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-ACCOUNT-CUST-NO
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              MOVE 'Y' TO WS-GONE-AWAY-SW
           END-IF.
       CGA999.
           EXIT.
       GET-ACCESSIBLE-FORMAT SECTION.
       GAF010.
           MOVE 'S' TO HV-VR-FORMAT.
           MOVE SORTCODE TO HV-VR-SORTCODE.
           EXEC SQL
              SELECT VULNREG_FORMAT
              INTO :HV-VR-FORMAT
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-VR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-ACCOUNT-CUST-NO
              AND VULNREG_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'S' TO HV-VR-FORMAT
           END-IF.
       GAF999.
           EXIT.
       WRITE-STATEMENT-HEADER SECTION.
       WSH010.
           EVALUATE HV-VR-FORMAT
              WHEN 'L'
                 MOVE SPACES TO STATEMENT-LINE
                 STRING 'PRINT FORMAT LARGE PRINT FOR ACCOUNT '
                    HV-ACCOUNT-SORTCODE '-' HV-ACCOUNT-ACC-NO
                    DELIMITED BY SIZE
                    INTO STATEMENT-LINE
                 END-STRING
                 DISPLAY STATEMENT-LINE
                 ADD 1 TO STATEMENTS-LARGE-PRINT
              WHEN 'B'
                 MOVE SPACES TO STATEMENT-LINE
                 STRING 'PRINT FORMAT BRAILLE FOR ACCOUNT '
                    HV-ACCOUNT-SORTCODE '-' HV-ACCOUNT-ACC-NO
                    DELIMITED BY SIZE
                    INTO STATEMENT-LINE
                 END-STRING
                 DISPLAY STATEMENT-LINE
                 ADD 1 TO STATEMENTS-BRAILLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'ACCOUNT ' HV-ACCOUNT-SORTCODE '-' HV-ACCOUNT-ACC-NO
              ' STATEMENT PERIOD ' HV-ACCOUNT-LAST-STMT ' TO '
