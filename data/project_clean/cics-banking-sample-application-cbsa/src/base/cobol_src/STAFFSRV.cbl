       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFSRV.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Staff-dealing surveillance. Lists every entry keyed today
      *    by a member of staff against their own account or the
      *    account of a customer they have declared as connected on
      *    the staff account register, and every supervisor override
      *    approved today by a colleague connected to the teller or
      *    to the account holder.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY-DATE                     PIC X(10).
       01 HV-TODAY-YYYYMMDD                 PIC S9(8).
       01 HOST-DEALING-ROW.
          03 HV-DL-USERID                   PIC X(8).
          03 HV-DL-ACC-NO                   PIC X(8).
          03 HV-DL-TIME                     PIC X(6).
          03 HV-DL-REF                      PIC X(12).
          03 HV-DL-TYPE                     PIC X(3).
          03 HV-DL-AMOUNT                   PIC S9(10)V99 COMP-3.
          03 HV-DL-REVERSAL-OF              PIC X(12).
          03 HV-DL-CUSTOMER                 PIC X(10).
          03 HV-DL-RELATION                 PIC X(8).
       01 HOST-OVERRIDE-ROW.
          03 HV-OV-SUPERVISOR               PIC X(8).
          03 HV-OV-TELLER                   PIC X(8).
          03 HV-OV-ACC-NO                   PIC X(8).
          03 HV-OV-AMOUNT                   PIC S9(10)V99.
          03 HV-OV-HOLDER                   PIC X(10).
          03 HV-OV-LINKED-CUST              PIC X(10).
          03 HV-OV-RELATION                 PIC X(8).
       01 HV-ORIG-TYPE                      PIC X(3).
       01 HV-DISPUTE-COUNT                  PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-DEALING-EXIT-SW                PIC X VALUE 'N'.
          88 WS-NO-MORE-DEALING                  VALUE 'Y'.
       01 WS-OVERRIDE-EXIT-SW               PIC X VALUE 'N'.
          88 WS-NO-MORE-OVERRIDES                VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-DEALING-CLASS                  PIC X(14).
       01 WS-OVERRIDE-REASON                PIC X(18).
       01 WS-AMOUNT-DISP                    PIC -(9)9.99.
       01 WS-REPORT-LINE                    PIC X(132).
       01 DEALINGS-REPORTED                 PIC 9(8) VALUE 0.
       01 OVERRIDES-REPORTED                PIC 9(8) VALUE 0.
           EXEC SQL
              DECLARE DEALING-CURSOR CURSOR FOR
                 SELECT P.PROCTRAN_USERID,
                        P.PROCTRAN_NUMBER,
                        P.PROCTRAN_TIME,
                        P.PROCTRAN_REF,
                        P.PROCTRAN_TYPE,
                        P.PROCTRAN_AMOUNT,
                        P.PROCTRAN_REVERSAL_OF,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        L.STAFFLNK_RELATION
                 FROM PROCTRAN P, ACCOUNT A, STAFFLNK L
                 WHERE P.PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                 AND P.PROCTRAN_DATE = :HV-TODAY-DATE
                 AND P.PROCTRAN_USERID <> ' '
                 AND A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                 AND A.ACCOUNT_NUMBER = P.PROCTRAN_NUMBER
                 AND L.STAFFLNK_SORTCODE = P.PROCTRAN_SORTCODE
                 AND L.STAFFLNK_USERID = P.PROCTRAN_USERID
                 AND L.STAFFLNK_CUSTOMER = A.ACCOUNT_CUSTOMER_NUMBER
                 AND L.STAFFLNK_STATUS = 'A'
                 ORDER BY P.PROCTRAN_USERID, P.PROCTRAN_NUMBER,
                          P.PROCTRAN_TIME
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE OVERRIDE-CURSOR CURSOR FOR
                 SELECT O.OVERRIDE_SUPERVISOR,
                        O.OVERRIDE_TELLER,
                        O.OVERRIDE_NUMBER,
                        O.OVERRIDE_AMOUNT,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        L.STAFFLNK_CUSTOMER,
                        L.STAFFLNK_RELATION
                 FROM OVERRIDE O, ACCOUNT A, STAFFLNK L
                 WHERE O.OVERRIDE_SORTCODE = :HV-OUR-SORTCODE
                 AND O.OVERRIDE_DATE = :HV-TODAY-YYYYMMDD
                 AND A.ACCOUNT_SORTCODE = O.OVERRIDE_SORTCODE
                 AND A.ACCOUNT_NUMBER = O.OVERRIDE_NUMBER
                 AND L.STAFFLNK_SORTCODE = O.OVERRIDE_SORTCODE
                 AND L.STAFFLNK_USERID = O.OVERRIDE_SUPERVISOR
                 AND L.STAFFLNK_STATUS = 'A'
                 AND (L.STAFFLNK_CUSTOMER = A.ACCOUNT_CUSTOMER_NUMBER
                      OR L.STAFFLNK_CUSTOMER IN
                         (SELECT T.STAFFLNK_CUSTOMER
                          FROM STAFFLNK T
                          WHERE T.STAFFLNK_SORTCODE =
                                O.OVERRIDE_SORTCODE
                          AND T.STAFFLNK_USERID = O.OVERRIDE_TELLER
                          AND T.STAFFLNK_RELATION = 'SELF'
                          AND T.STAFFLNK_STATUS = 'A'))
                 ORDER BY O.OVERRIDE_SUPERVISOR, O.OVERRIDE_TELLER,
                          O.OVERRIDE_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
              WS-RUN-DATE-CCYY DELIMITED BY SIZE
              INTO HV-TODAY-DATE
           END-STRING.
           COMPUTE HV-TODAY-YYYYMMDD = WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           DISPLAY 'STAFFSRV - STAFF-DEALING SURVEILLANCE FOR BRANCH '
              SORTCODE ' ON ' HV-TODAY-DATE.
           DISPLAY ' '.
           DISPLAY 'STAFF ENTRIES ON OWN OR CONNECTED ACCOUNTS'.
           DISPLAY 'USERID   ACCOUNT  TIME   REFERENCE    TYPE '
              'CLASS                AMOUNT CUSTOMER   RELATION'.
           EXEC SQL OPEN DEALING-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPORT-ONE-DEALING UNTIL WS-NO-MORE-DEALING.
           EXEC SQL CLOSE DEALING-CURSOR
           END-EXEC.
           DISPLAY ' '.
           DISPLAY 'OVERRIDES APPROVED BY A CONNECTED COLLEAGUE'.
           DISPLAY 'SUPVSR   TELLER   ACCOUNT         AMOUNT '
              'HOLDER     REASON'.
           EXEC SQL OPEN OVERRIDE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPORT-ONE-OVERRIDE UNTIL WS-NO-MORE-OVERRIDES.
           EXEC SQL CLOSE OVERRIDE-CURSOR
           END-EXEC.
           DISPLAY ' '.
           DISPLAY 'STAFFSRV - STAFF DEALINGS REPORTED:   '
              DEALINGS-REPORTED.
           DISPLAY 'STAFFSRV - CONNECTED OVERRIDES:       '
              OVERRIDES-REPORTED.
           IF DEALINGS-REPORTED NOT = 0 OR OVERRIDES-REPORTED NOT = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       REPORT-ONE-DEALING SECTION.
       ROD010.
           EXEC SQL FETCH DEALING-CURSOR
              INTO :HV-DL-USERID, :HV-DL-ACC-NO, :HV-DL-TIME,
                   :HV-DL-REF, :HV-DL-TYPE, :HV-DL-AMOUNT,
                   :HV-DL-REVERSAL-OF, :HV-DL-CUSTOMER,
                   :HV-DL-RELATION
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-DEALING-EXIT-SW
              GO TO ROD999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM CLASSIFY-DEALING.
           MOVE HV-DL-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING HV-DL-USERID DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DL-ACC-NO DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DL-TIME DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DL-REF DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DL-TYPE DELIMITED BY SIZE,
                  '  ' DELIMITED BY SIZE,
                  WS-DEALING-CLASS DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISP DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DL-CUSTOMER DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-DL-RELATION DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           DISPLAY WS-REPORT-LINE.
           ADD 1 TO DEALINGS-REPORTED.
       ROD999.
           EXIT.
       CLASSIFY-DEALING SECTION.
       CD010.
      *
      *    Overdraft and rate changes are written by account
      *    maintenance as ACM. A reversal is a dispute refund when a
      *    dispute holds it as its provisional credit, and a fee
      *    waiver when the entry it reverses was a charge.
      *
           MOVE 'POSTING' TO WS-DEALING-CLASS.
           IF HV-DL-TYPE = 'ACM'
              MOVE 'OD/RATE CHANGE' TO WS-DEALING-CLASS
              GO TO CD999
           END-IF.
           IF HV-DL-TYPE NOT = 'REV'
              GO TO CD999
           END-IF.
           MOVE 'REVERSAL' TO WS-DEALING-CLASS.
           MOVE 0 TO HV-DISPUTE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-DISPUTE-COUNT
              FROM DISPUTE
              WHERE DISPUTE_SORTCODE = :HV-OUR-SORTCODE
              AND DISPUTE_NUMBER = :HV-DL-ACC-NO
              AND DISPUTE_PROV_REF = :HV-DL-REF
           END-EXEC.
           IF SQLCODE = 0 AND HV-DISPUTE-COUNT > 0
              MOVE 'DISPUTE REFUND' TO WS-DEALING-CLASS
              GO TO CD999
           END-IF.
           MOVE SPACES TO HV-ORIG-TYPE.
           EXEC SQL
              SELECT PROCTRAN_TYPE
              INTO :HV-ORIG-TYPE
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
              AND PROCTRAN_NUMBER = :HV-DL-ACC-NO
              AND PROCTRAN_REF = :HV-DL-REVERSAL-OF
              AND PROCTRAN_TYPE <> 'REV'
              FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0 AND HV-ORIG-TYPE = 'CHG'
              MOVE 'FEE WAIVER' TO WS-DEALING-CLASS
           END-IF.
       CD999.
           EXIT.
       REPORT-ONE-OVERRIDE SECTION.
       ROO010.
           EXEC SQL FETCH OVERRIDE-CURSOR
              INTO :HV-OV-SUPERVISOR, :HV-OV-TELLER, :HV-OV-ACC-NO,
                   :HV-OV-AMOUNT, :HV-OV-HOLDER, :HV-OV-LINKED-CUST,
                   :HV-OV-RELATION
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-OVERRIDE-EXIT-SW
              GO TO ROO999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-OV-LINKED-CUST = HV-OV-HOLDER
              MOVE 'LINKED TO HOLDER' TO WS-OVERRIDE-REASON
           ELSE
              MOVE 'LINKED TO TELLER' TO WS-OVERRIDE-REASON
           END-IF.
           MOVE HV-OV-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING HV-OV-SUPERVISOR DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-OV-TELLER DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-OV-ACC-NO DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-AMOUNT-DISP DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  HV-OV-HOLDER DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-OVERRIDE-REASON DELIMITED BY SIZE,
                  ' (' DELIMITED BY SIZE,
                  HV-OV-RELATION DELIMITED BY SPACE,
                  ')' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           DISPLAY WS-REPORT-LINE.
           ADD 1 TO OVERRIDES-REPORTED.
       ROO999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'STAFFSRV - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           MOVE 'SORTCODE' TO HV-CONTROL-NAME.
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
           IF SQLCODE = ZERO
              MOVE HV-CONTROL-VALUE-NUM TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
