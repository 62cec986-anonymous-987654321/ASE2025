          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-REVERSAL-OF    PIC X(12).
          03 HV-PROCTRAN-VALUE-DATE     PIC S9(8).
          03 HV-PROCTRAN-USERID         PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 WS-SD-ELAPSED-SECS             PIC S9(9) COMP.
       01 STORM-DRAIN-CIRCUIT-SW         PIC X VALUE 'N'.
          88 STORM-DRAIN-CIRCUIT-IS-OPEN       VALUE 'Y'.
       01 HV-OVR-COUNT                   PIC S9(9) COMP.
       01 HV-OVR-AMOUNT                  PIC S9(10)V99.
       01 HV-OVR-USED-REF                PIC X(12).
       LOCAL-STORAGE SECTION.
       01 DB2-DEADLOCK-RETRY            PIC 999.
       01 WS-DEADLOCK-MAX-RETRY         PIC S9(4) COMP VALUE 6.
          03 WS-ORIG-DATE-YYYY-X        PIC X(4).
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-OPERATOR                   PIC X(8).
       01 WS-BUSINESS-DATE              PIC 9(8)      VALUE 0.
       01 WS-VALUE-DATE                 PIC 9(8)      VALUE 0.
       01 WS-VALUE-DATE-GRP REDEFINES WS-VALUE-DATE.
          03 WS-VALUE-DATE-YYYY         PIC 9999.
          03 WS-VALUE-DATE-MM           PIC 99.
          03 WS-VALUE-DATE-DD           PIC 99.
       01 WS-VALDATE-DAYS               PIC S9(9) COMP VALUE 0.
       01 WS-VALDATE-MAX-BACK           PIC S9(4) COMP VALUE 30.
       01 WS-VALDATE-MAX-FWD            PIC S9(4) COMP VALUE 30.
       01 MY-ABEND-CODE                 PIC XXXX.
       01 WS-STORM-DRAIN                PIC X         VALUE 'N'.
       01 STORM-DRAIN-CONDITION         PIC X(20).
          03 COMM-NEW-REF             PIC X(12).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
      *
      *    Optional extension: callers passing the original 40-byte
      *    commarea get the reversal value-dated to the original
      *    item. A caller that supplies a value date of its own
      *    must hold a supervisor override for it; the value date
      *    applied is passed back in the same field.
      *
          03 COMM-VALUE-DATE          PIC 9(8).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM SET-REVERSAL-VALUE-DATE.
           IF COMM-FAIL-CODE NOT = '0'
              MOVE 'N' TO COMM-SUCCESS
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM REVERSE-ACCOUNT-BALANCE.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           MOVE COMM-ORIG-REF TO HV-PROCTRAN-REF.
           EXEC SQL
              SELECT PROCTRAN_TYPE,
                     PROCTRAN_AMOUNT,
                     PROCTRAN_DATE,
                     PROCTRAN_VALUE_DATE
              INTO  :HV-PROCTRAN-TYPE,
                    :HV-PROCTRAN-AMOUNT,
                    :HV-PROCTRAN-DATE,
                    :HV-PROCTRAN-VALUE-DATE
              FROM PROCTRAN
              WHERE (PROCTRAN_SORTCODE = :HV-PROCTRAN-SORT-CODE AND
                     PROCTRAN_NUMBER = :HV-PROCTRAN-ACC-NUMBER AND
           END-IF.
           MOVE HV-PROCTRAN-AMOUNT TO WS-ORIGINAL-AMOUNT.
           COMPUTE WS-REVERSAL-AMOUNT = 0 - WS-ORIGINAL-AMOUNT.
      *
      *    The original item's value date, or its posting date if
      *    it was never value-dated, is where the reversal belongs.
      *
           IF HV-PROCTRAN-VALUE-DATE > 0
              MOVE HV-PROCTRAN-VALUE-DATE TO WS-VALUE-DATE
           ELSE
              MOVE HV-PROCTRAN-DATE(7:4) TO WS-VALUE-DATE-YYYY
              MOVE HV-PROCTRAN-DATE(4:2) TO WS-VALUE-DATE-MM
              MOVE HV-PROCTRAN-DATE(1:2) TO WS-VALUE-DATE-DD
           END-IF.
       LOP999.
           EXIT.
       SET-REVERSAL-VALUE-DATE SECTION.
       SRVD010.
           IF EIBCALEN < 48
              GO TO SRVD999
           END-IF.
           IF COMM-VALUE-DATE NOT NUMERIC
              OR COMM-VALUE-DATE = ZERO
              OR COMM-VALUE-DATE = WS-VALUE-DATE
              MOVE WS-VALUE-DATE TO COMM-VALUE-DATE
              GO TO SRVD999
           END-IF.
      *
      *    The caller wants a value date other than the original's.
      *    It must be a real date within the back- and forward-
      *    valuing limits either side of the business date, unless
      *    it is the business date itself, and it needs a
      *    supervisor override for this operator, account and the
      *    amount being reversed.
      *
           PERFORM GET-BUSINESS-DATE.
           MOVE COMM-VALUE-DATE TO WS-VALUE-DATE.
           IF WS-VALUE-DATE = WS-BUSINESS-DATE
              GO TO SRVD999
           END-IF.
           IF WS-VALUE-DATE-MM < 1 OR WS-VALUE-DATE-MM > 12
              OR WS-VALUE-DATE-DD < 1 OR WS-VALUE-DATE-DD > 31
              OR WS-VALUE-DATE-YYYY < 1601
              MOVE '6' TO COMM-FAIL-CODE
              GO TO SRVD999
           END-IF.
           COMPUTE WS-VALDATE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE).
           PERFORM GET-VALUE-DATE-LIMITS.
           IF WS-VALDATE-DAYS > WS-VALDATE-MAX-BACK
              OR (0 - WS-VALDATE-DAYS) > WS-VALDATE-MAX-FWD
              DISPLAY 'REVERSAL: Value date ' WS-VALUE-DATE
                 ' is outside the value-dating limits for account '
                 COMM-ACCNO '.'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO SRVD999
           END-IF.
           MOVE SPACES TO WS-OPERATOR.
           EXEC CICS ASSIGN
              USERID(WS-OPERATOR)
           END-EXEC.
           IF WS-ORIGINAL-AMOUNT < 0
              COMPUTE HV-OVR-AMOUNT = 0 - WS-ORIGINAL-AMOUNT
           ELSE
              MOVE WS-ORIGINAL-AMOUNT TO HV-OVR-AMOUNT
           END-IF.
           MOVE DESIRED-SORT-CODE TO HV-ACCOUNT-SORTCODE.
           MOVE DESIRED-ACC-NO TO HV-ACCOUNT-ACC-NO.
           MOVE 0 TO HV-OVR-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OVR-COUNT
              FROM OVERRIDE
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :WS-OPERATOR
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :HV-OVR-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-OVR-COUNT = 0
              DISPLAY 'REVERSAL: Operator ' WS-OPERATOR
                 ' has no supervisor override to value-date the '
                 'reversal on account ' COMM-ACCNO '.'
              MOVE '7' TO COMM-FAIL-CODE
              GO TO SRVD999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-OVR-USED-REF.
           EXEC SQL
              UPDATE OVERRIDE
              SET OVERRIDE_STATUS = 'U',
                  OVERRIDE_USED_REF = :HV-OVR-USED-REF
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :WS-OPERATOR
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :HV-OVR-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM CHECK-FOR-STORM-DRAIN-DB2
           END-IF.
       SRVD999.
           EXIT.
       GET-BUSINESS-DATE SECTION.
       GBD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     DATESEP('.')
           END-EXEC.
           COMPUTE WS-BUSINESS-DATE =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-BUSINESS-DATE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-BUSINESS-DATE
           END-IF.
       GBD999.
           EXIT.
       GET-VALUE-DATE-LIMITS SECTION.
       GVDL010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-VALUE-DATE-MAX-BACK' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-VALDATE-MAX-BACK
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-VALUE-DATE-MAX-FWD' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-VALDATE-MAX-FWD
           END-IF.
       GVDL999.
           EXIT.
       REVERSE-ACCOUNT-BALANCE SECTION.
       RAB010.
           MOVE DESIRED-SORT-CODE TO HV-ACCOUNT-SORTCODE.
           END-STRING.
           MOVE WS-REVERSAL-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE COMM-ORIG-REF TO HV-PROCTRAN-REVERSAL-OF.
           MOVE WS-VALUE-DATE TO HV-PROCTRAN-VALUE-DATE.
           MOVE SPACES TO HV-PROCTRAN-USERID.
           EXEC CICS ASSIGN
              USERID(HV-PROCTRAN-USERID)
           END-EXEC.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_REVERSAL_OF,
                      PROCTRAN_VALUE_DATE,
                      PROCTRAN_USERID
                     )
              VALUES
                     (
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-REVERSAL-OF,
                      :HV-PROCTRAN-VALUE-DATE,
                      :HV-PROCTRAN-USERID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
