          03 HV-LS-PAYMENT-NO           PIC S9(4) COMP.
          03 HV-LS-DUE-DATE             PIC S9(8).
          03 HV-LS-PAYMENT              PIC S9(10)V99.
       01 HOST-FORBEAR-ROW.
          03 HV-FB-TYPE                 PIC X.
             88 HV-FB-HOLIDAY                 VALUE 'H'.
          03 HV-FB-AMOUNT               PIC S9(10)V99.
       01 HOST-ACCOUNT-ROW.
          03 HV-LINKED-SC               PIC X(6).
          03 HV-LINKED-SC-IND           PIC S9(4) COMP.
       01 INSTALMENTS-DUE                   PIC 9(8) VALUE 0.
       01 INSTALMENTS-COLLECTED             PIC 9(8) VALUE 0.
       01 INSTALMENTS-MISSED                PIC 9(8) VALUE 0.
       01 INSTALMENTS-DEFERRED              PIC 9(8) VALUE 0.
       01 INSTALMENTS-REDUCED               PIC 9(8) VALUE 0.
       01 WS-FORBEAR-SW                     PIC X VALUE 'N'.
          88 WS-UNDER-FORBEARANCE                 VALUE 'Y'.
           EXEC SQL
              DECLARE COLL-CURSOR CURSOR FOR
                 SELECT LOANSCHD_SORTCODE, LOANSCHD_NUMBER,
                 WHERE LOANSCHD_SORTCODE = :HV-LS-SORTCODE
                 AND LOANSCHD_STATUS = 'D'
                 AND LOANSCHD_DUE_DATE <= :WS-TODAY-YYYYMMDD
                 AND NOT EXISTS
                    (SELECT 1 FROM WRITEOFF
                     WHERE WRTOFF_SORTCODE = LOANSCHD_SORTCODE
                     AND WRTOFF_NUMBER = LOANSCHD_NUMBER)
                 ORDER BY LOANSCHD_NUMBER, LOANSCHD_PAYMENT_NO
                 FOR UPDATE OF LOANSCHD_STATUS, LOANSCHD_PAYMENT
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
              INSTALMENTS-COLLECTED.
           DISPLAY 'LOANCOLL - INSTALMENTS MISSED:    '
              INSTALMENTS-MISSED.
           DISPLAY 'LOANCOLL - INSTALMENTS DEFERRED:  '
              INSTALMENTS-DEFERRED.
           DISPLAY 'LOANCOLL - INSTALMENTS REDUCED:   '
              INSTALMENTS-REDUCED.
           STOP RUN.
       P999.
           EXIT.
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO INSTALMENTS-DUE.
           PERFORM GET-FORBEARANCE.
           IF WS-UNDER-FORBEARANCE AND HV-FB-HOLIDAY
              PERFORM MARK-INSTALMENT-DEFERRED
              GO TO COI999
           END-IF
           IF WS-UNDER-FORBEARANCE
              AND HV-FB-AMOUNT < HV-LS-PAYMENT
              MOVE HV-FB-AMOUNT TO HV-LS-PAYMENT
              ADD 1 TO INSTALMENTS-REDUCED
           END-IF
           PERFORM GET-LINKED-ACCOUNT.
           IF HV-LINKED-SC-IND < 0 OR HV-LINKED-NO = SPACES
              PERFORM MARK-INSTALMENT-MISSED
           PERFORM POST-INSTALMENT.
       COI999.
           EXIT.
       GET-FORBEARANCE SECTION.
       GFB010.
      *
      *    An instalment falling due inside a live forbearance
      *    arrangement is either deferred (payment holiday) or
      *    collected at the agreed reduced amount (reduced payment
      *    or term extension). FORBEND re-profiles what is left
      *    once the arrangement ends.
      *
           MOVE 'N' TO WS-FORBEAR-SW.
           MOVE SPACE TO HV-FB-TYPE.
           MOVE 0 TO HV-FB-AMOUNT.
           EXEC SQL
              SELECT FORBEAR_TYPE, FORBEAR_AMOUNT
              INTO :HV-FB-TYPE, :HV-FB-AMOUNT
              FROM FORBEAR
              WHERE FORBEAR_SORTCODE = :HV-LS-SORTCODE
              AND FORBEAR_NUMBER = :HV-LS-ACC-NO
              AND FORBEAR_STATUS = 'A'
              AND FORBEAR_START <= :HV-LS-DUE-DATE
              AND FORBEAR_END >= :HV-LS-DUE-DATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO WS-FORBEAR-SW
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
       GFB999.
           EXIT.
       GET-LINKED-ACCOUNT SECTION.
       GLA010.
           MOVE 0 TO HV-LINKED-SC-IND.
           END-IF
           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_STATUS = 'P',
                  LOANSCHD_PAYMENT = :HV-LS-PAYMENT
              WHERE CURRENT OF COLL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
           ADD 1 TO INSTALMENTS-MISSED.
       MIM999.
           EXIT.
       MARK-INSTALMENT-DEFERRED SECTION.
       MID010.
           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_STATUS = 'H'
              WHERE CURRENT OF COLL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO INSTALMENTS-DEFERRED.
       MID999.
           EXIT.
       WRITE-INSTALMENT-PROCTRAN SECTION.
       WIP010.
           ADD 1 TO WS-RUN-SEQ.
