       77 WS-DSR-REFER-PCT              PIC 9(3) VALUE 35.
       01 WS-DSR-PCT                    PIC S9(5)V99.
       01 WS-AFF-CUTOFF                 PIC S9(8).
      *
      *    Secured-lending policy: the loan may not exceed the
      *    indexed value of the security held against it by more
      *    than the decline percentage, and anything above the
      *    referral percentage goes to underwriting. Both can be
      *    overridden per branch in CONTROL. A mortgage must have
      *    security registered (COLLMNT) before it can be opened.
      *
       77 WS-LTV-DECLINE-PCT            PIC 9(3) VALUE 95.
       77 WS-LTV-REFER-PCT              PIC 9(3) VALUE 80.
       01 WS-LTV-PCT                    PIC S9(5)V99.
       01 HV-COLL-TOTAL                 PIC S9(10)V99.
       01 HV-COLL-TOTAL-IND             PIC S9(4) COMP.
       01 HV-CONTROL-NAME               PIC X(32).
       01 HV-CONTROL-VALUE-NUM          PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR          PIC X(40).
       01 HOST-LOANSCHD-ROW.
          03 HV-LS-SORTCODE             PIC X(6).
          03 HV-LS-ACC-NO               PIC X(8).
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-LOAN-TO-VALUE.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POST-DRAWDOWN.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
              GO TO VLA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE NOT = 'LOAN    '
              AND HV-ACCOUNT-ACC-TYPE NOT = 'MORTGAGE'
              MOVE '4' TO COMM-FAIL-CODE
           END-IF.
       VLA999.
           END-IF.
       CAFF999.
           EXIT.
       CHECK-LOAN-TO-VALUE SECTION.
       CLTV010.
           MOVE 0 TO HV-COLL-TOTAL.
           MOVE 0 TO HV-COLL-TOTAL-IND.
           EXEC SQL
              SELECT SUM(COLL_INDEXED_VALUE)
              INTO :HV-COLL-TOTAL :HV-COLL-TOTAL-IND
              FROM COLLATRL
              WHERE COLL_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND COLL_NUMBER = :HV-ACCOUNT-ACC-NO
              AND COLL_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CLTV999
           END-IF.
           IF HV-COLL-TOTAL-IND < 0
              MOVE 0 TO HV-COLL-TOTAL
           END-IF.
      *
      *    An unsecured personal loan is underwritten on
      *    affordability alone.
      *
           IF HV-COLL-TOTAL NOT > 0
              IF HV-ACCOUNT-ACC-TYPE = 'MORTGAGE'
                 DISPLAY 'LOANOPEN - NO SECURITY REGISTERED FOR '
                    'MORTGAGE ' HV-ACCOUNT-ACC-NO
                    ' - APPLICATION DECLINED'
                 MOVE 'S' TO COMM-FAIL-CODE
              END-IF
              GO TO CLTV999
           END-IF.
           PERFORM GET-LTV-POLICY.
           COMPUTE WS-LTV-PCT ROUNDED =
              (COMM-PRINCIPAL * 100) / HV-COLL-TOTAL.
           IF WS-LTV-PCT > WS-LTV-DECLINE-PCT
              DISPLAY 'LOANOPEN - LOAN TO VALUE ' WS-LTV-PCT
                 ' BREACHES POLICY - APPLICATION DECLINED'
              MOVE 'L' TO COMM-FAIL-CODE
              GO TO CLTV999
           END-IF.
           IF WS-LTV-PCT > WS-LTV-REFER-PCT
              DISPLAY 'LOANOPEN - LOAN TO VALUE ' WS-LTV-PCT
                 ' ABOVE REFERRAL THRESHOLD - REFERRED TO '
                 'UNDERWRITING'
              MOVE 'R' TO COMM-FAIL-CODE
           END-IF.
       CLTV999.
           EXIT.
       GET-LTV-POLICY SECTION.
       GLP010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-LTV-DECLINE-PCT' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-LTV-DECLINE-PCT
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-LTV-REFER-PCT' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-LTV-REFER-PCT
           END-IF.
       GLP999.
           EXIT.
       BUILD-REPAYMENT-SCHEDULE SECTION.
       BRS010.
           MOVE COMM-PRINCIPAL TO WS-BALANCE-LEFT.
