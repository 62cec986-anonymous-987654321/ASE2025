       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-DORMANT-MONTHS                 PIC 9(3) VALUE 24.
       77 WS-UNCLAIMED-MONTHS               PIC 9(3) VALUE 84.
       77 WS-GONEAWAY-MONTHS                PIC 9(3) VALUE 6.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-ACTIVITY-COUNT                 PIC S9(9) COMP.
       01 HV-ARCH-ACTIVITY-COUNT            PIC S9(9) COMP.
       01 HV-CUTOFF-YYYYMMDD                PIC X(8).
      *
      *    A customer whose mail has been coming back for the
      *    configured number of months is treated as having lost
      *    touch: the account goes dormant if there has been no
      *    customer activity since the first returned item.
      *
       01 HOST-GONEAWAY-ROW.
          03 HV-GA-RETURNED-DATE            PIC S9(8).
       01 WS-GA-RETURNED-X                  PIC 9(8).
       01 WS-GONEAWAY-CUTOFF                PIC 9(8).
       01 WS-GONE-AWAY-SW                   PIC X VALUE 'N'.
          88 WS-GONE-AWAY-TRIGGER                VALUE 'Y'.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 ACCOUNTS-REVIEWED                 PIC 9(8) VALUE 0.
       01 ACCOUNTS-MADE-DORMANT             PIC 9(8) VALUE 0.
       01 ACCOUNTS-TO-UNCLAIMED             PIC 9(8) VALUE 0.
       01 ACCOUNTS-DORMANT-GONE-AWAY        PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE DORM-CURSOR CURSOR FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_NUMBER,
              ACCOUNTS-REVIEWED.
           DISPLAY 'DORMRUN - ACCOUNTS MADE DORMANT: '
              ACCOUNTS-MADE-DORMANT.
           DISPLAY 'DORMRUN -   OF WHICH GONE AWAY:  '
              ACCOUNTS-DORMANT-GONE-AWAY.
           DISPLAY 'DORMRUN - MOVED TO UNCLAIMED:    '
              ACCOUNTS-TO-UNCLAIMED.
           STOP RUN.
              UNTIL WS-CUTOFF-WK-MM > 0.
           MOVE WS-CUTOFF-WK-MM TO WS-CUTOFF-MM.
           MOVE WS-CUTOFF-X TO WS-UNCLAIMED-CUTOFF.
           COMPUTE WS-CUTOFF-X =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           COMPUTE WS-CUTOFF-WK-MM =
              WS-CUTOFF-MM - WS-GONEAWAY-MONTHS.
           PERFORM NORMALISE-CUTOFF-MONTH
              UNTIL WS-CUTOFF-WK-MM > 0.
           MOVE WS-CUTOFF-WK-MM TO WS-CUTOFF-MM.
           MOVE WS-CUTOFF-X TO WS-GONEAWAY-CUTOFF.
       CCD999.
           EXIT.
       NORMALISE-CUTOFF-MONTH SECTION.
       CHECK-FOR-DORMANCY SECTION.
       CFD010.
           MOVE WS-DORMANT-CUTOFF TO HV-CUTOFF-YYYYMMDD.
           PERFORM CHECK-GONE-AWAY.
           PERFORM BUILD-OPENED-YYYYMMDD.
           IF WS-OPENED-YYYYMMDD >= HV-CUTOFF-YYYYMMDD
              GO TO CFD999
           DISPLAY 'DORMRUN - ACCOUNT ' HV-ACCOUNT-ACC-NO
              ' (CUSTOMER ' HV-ACCOUNT-CUST-NO ') FLAGGED DORMANT'.
           ADD 1 TO ACCOUNTS-MADE-DORMANT.
           IF WS-GONE-AWAY-TRIGGER
              DISPLAY 'DORMRUN -   CUSTOMER GONE AWAY SINCE '
                 WS-GA-RETURNED-X
              ADD 1 TO ACCOUNTS-DORMANT-GONE-AWAY
           END-IF.
       CFD999.
           EXIT.
      *
      *    Where the customer has been gone away since before the
      *    gone-away cutoff, activity is only looked for from the
      *    first returned item rather than over the full dormancy
      *    period.
      *
       CHECK-GONE-AWAY SECTION.
       CGA010.
           MOVE 'N' TO WS-GONE-AWAY-SW.
           MOVE 0 TO HV-GA-RETURNED-DATE.
           EXEC SQL
              SELECT GONEAWAY_RETURNED_DATE
              INTO :HV-GA-RETURNED-DATE
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-ACCOUNT-CUST-NO
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO CGA999
           END-IF.
           MOVE HV-GA-RETURNED-DATE TO WS-GA-RETURNED-X.
           IF WS-GA-RETURNED-X > WS-GONEAWAY-CUTOFF
              GO TO CGA999
           END-IF.
           IF WS-GA-RETURNED-X > WS-DORMANT-CUTOFF
              MOVE WS-GA-RETURNED-X TO HV-CUTOFF-YYYYMMDD
              MOVE 'Y' TO WS-GONE-AWAY-SW
           END-IF.
       CGA999.
           EXIT.
       CHECK-FOR-UNCLAIMED SECTION.
       CFU010.
           MOVE WS-UNCLAIMED-CUTOFF TO HV-CUTOFF-YYYYMMDD.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-UNCLAIMED-MONTHS
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-GONEAWAY-MONTHS' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           EXEC SQL
              SELECT CONTROL_NAME,
                     CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR
              INTO :HV-CONTROL-NAME,
                   :HV-CONTROL-VALUE-NUM,
                   :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-GONEAWAY-MONTHS
           END-IF.
       GDC999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
