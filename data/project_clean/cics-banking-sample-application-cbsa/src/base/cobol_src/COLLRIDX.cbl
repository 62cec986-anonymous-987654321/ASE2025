       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRIDX.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-COLLATRL-ROW.
          03 HV-COLL-NUMBER             PIC X(8).
          03 HV-COLL-SEQ                PIC S9(4) COMP.
          03 HV-COLL-TYPE               PIC X(8).
          03 HV-COLL-VALUATION          PIC S9(10)V99.
          03 HV-COLL-VAL-DATE           PIC S9(8).
          03 HV-COLL-INDEX-BASE         PIC S9(9) COMP.
          03 HV-COLL-INDEXED-VALUE      PIC S9(10)V99.
          03 HV-COLL-LTV-BAND           PIC S9(4) COMP.
       01 HV-TYPE-INDEX                     PIC S9(9) COMP.
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99.
       01 HV-SECURITY-VALUE                 PIC S9(10)V99.
       01 HV-NEW-LTV-BAND                   PIC S9(4) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-COLLATERAL               VALUE 'Y'.
       01 WS-LTV-EXIT-SW                    PIC X VALUE 'N'.
          88 WS-NO-MORE-LOANS                    VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-VAL-CUTOFF                     PIC S9(8).
       01 WS-CUTOFF-MONTHS                  PIC S9(7) COMP.
       01 WS-CUTOFF-YYYY                    PIC S9(5) COMP.
       01 WS-CUTOFF-MM                      PIC S9(3) COMP.
      *
      *    Valuations older than this many months are listed for a
      *    fresh valuation. Overridable by the CONTROL setting
      *    <sortcode>-COLL-MAX-VAL-AGE.
      *
       77 WS-MAX-VAL-AGE                    PIC 9(3) VALUE 36.
      *
      *    LTV bands, by upper limit of loan to indexed value:
      *    1 up to 50, 2 up to 60, 3 up to 75, 4 up to 85,
      *    5 up to 95, 6 above 95 (negative equity territory).
      *
       01 WS-LTV-PCT                        PIC S9(5)V99.
       01 WS-LTV-EDIT                       PIC ZZZZ9.99.
       01 WS-AMOUNT-EDIT1                   PIC -(12)9.99.
       01 WS-AMOUNT-EDIT2                   PIC -(12)9.99.
       01 COLLATERAL-READ                   PIC 9(8) VALUE 0.
       01 COLLATERAL-REINDEXED              PIC 9(8) VALUE 0.
       01 VALUATIONS-STALE                  PIC 9(8) VALUE 0.
       01 LOANS-BANDED                      PIC 9(8) VALUE 0.
       01 LOANS-MOVED-UP                    PIC 9(8) VALUE 0.
      *
      *    Every item of security still held is re-indexed. Only
      *    loans that are still drawn (debit balance) are banded.
      *
           EXEC SQL
              DECLARE COLL-CURSOR CURSOR FOR
                 SELECT COLL_NUMBER, COLL_SEQ, COLL_TYPE,
                        COLL_VALUATION, COLL_VAL_DATE,
                        COLL_INDEX_BASE
                 FROM COLLATRL
                 WHERE COLL_SORTCODE = :HV-OUR-SORTCODE
                 AND COLL_STATUS = 'A'
                 ORDER BY COLL_NUMBER, COLL_SEQ
                 FOR UPDATE OF COLL_INDEX_BASE, COLL_INDEXED_VALUE
           END-EXEC.
           EXEC SQL
              DECLARE LTV-CURSOR CURSOR FOR
                 SELECT C.COLL_NUMBER, A.ACCOUNT_ACTUAL_BALANCE,
                        SUM(C.COLL_INDEXED_VALUE),
                        MAX(C.COLL_LTV_BAND)
                 FROM COLLATRL C, ACCOUNT A
                 WHERE C.COLL_SORTCODE = :HV-OUR-SORTCODE
                 AND C.COLL_STATUS = 'A'
                 AND A.ACCOUNT_SORTCODE = C.COLL_SORTCODE
                 AND A.ACCOUNT_NUMBER = C.COLL_NUMBER
                 AND A.ACCOUNT_ACTUAL_BALANCE < 0
                 GROUP BY C.COLL_NUMBER, A.ACCOUNT_ACTUAL_BALANCE
                 ORDER BY C.COLL_NUMBER
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           PERFORM GET-VALUATION-POLICY.
           DISPLAY 'COLLRIDX - COLLATERAL RE-INDEX FOR BRANCH '
              SORTCODE ' VALUATIONS BEFORE ' WS-VAL-CUTOFF
              ' ARE STALE'.
           EXEC SQL OPEN COLL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REINDEX-ONE-COLLATERAL
              UNTIL WS-NO-MORE-COLLATERAL.
           EXEC SQL CLOSE COLL-CURSOR
           END-EXEC.
           EXEC SQL OPEN LTV-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM BAND-ONE-LOAN UNTIL WS-NO-MORE-LOANS.
           EXEC SQL CLOSE LTV-CURSOR
           END-EXEC.
           DISPLAY 'COLLRIDX - COLLATERAL ITEMS READ:   '
              COLLATERAL-READ.
           DISPLAY 'COLLRIDX - COLLATERAL RE-INDEXED:   '
              COLLATERAL-REINDEXED.
           DISPLAY 'COLLRIDX - STALE VALUATIONS:        '
              VALUATIONS-STALE.
           DISPLAY 'COLLRIDX - SECURED LOANS BANDED:    '
              LOANS-BANDED.
           DISPLAY 'COLLRIDX - LOANS MOVED TO HIGHER LTV:'
              LOANS-MOVED-UP.
           STOP RUN.
       P999.
           EXIT.
       GET-VALUATION-POLICY SECTION.
       GVP010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-COLL-MAX-VAL-AGE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-MAX-VAL-AGE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-CUTOFF-MONTHS =
              (2000 + WS-RUN-DATE-YY) * 12
              + WS-RUN-DATE-MM - 1
              - WS-MAX-VAL-AGE.
           DIVIDE WS-CUTOFF-MONTHS BY 12
              GIVING WS-CUTOFF-YYYY
              REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           COMPUTE WS-VAL-CUTOFF =
              WS-CUTOFF-YYYY * 10000
              + WS-CUTOFF-MM * 100
              + WS-RUN-DATE-DD.
       GVP999.
           EXIT.
       REINDEX-ONE-COLLATERAL SECTION.
       ROC010.
           EXEC SQL FETCH COLL-CURSOR
              INTO :HV-COLL-NUMBER, :HV-COLL-SEQ, :HV-COLL-TYPE,
                   :HV-COLL-VALUATION, :HV-COLL-VAL-DATE,
                   :HV-COLL-INDEX-BASE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROC999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO COLLATERAL-READ.
           IF HV-COLL-VAL-DATE < WS-VAL-CUTOFF
              ADD 1 TO VALUATIONS-STALE
              MOVE HV-COLL-VALUATION TO WS-AMOUNT-EDIT1
              DISPLAY 'COLLRIDX - STALE VALUATION ' HV-COLL-NUMBER
                 ' ITEM ' HV-COLL-SEQ ' ' HV-COLL-TYPE
                 ' VALUED ' HV-COLL-VAL-DATE ' AT ' WS-AMOUNT-EDIT1
           END-IF.
      *
      *    Indexed value = valuation x current index / index at the
      *    date of valuation. An item valued before its type was
      *    indexed takes today's index as its base.
      *
           PERFORM GET-TYPE-INDEX.
           IF HV-TYPE-INDEX = 0
              GO TO ROC999
           END-IF.
           IF HV-COLL-INDEX-BASE NOT > 0
              MOVE HV-TYPE-INDEX TO HV-COLL-INDEX-BASE
           END-IF.
           COMPUTE HV-COLL-INDEXED-VALUE ROUNDED =
              HV-COLL-VALUATION * HV-TYPE-INDEX
              / HV-COLL-INDEX-BASE.
           EXEC SQL
              UPDATE COLLATRL
              SET COLL_INDEX_BASE = :HV-COLL-INDEX-BASE,
                  COLL_INDEXED_VALUE = :HV-COLL-INDEXED-VALUE
              WHERE CURRENT OF COLL-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO COLLATERAL-REINDEXED.
       ROC999.
           EXIT.
       GET-TYPE-INDEX SECTION.
       GTI010.
           MOVE 0 TO HV-TYPE-INDEX.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-COLL-IDX-' DELIMITED BY SIZE,
                  HV-COLL-TYPE DELIMITED BY SPACE
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
              MOVE HV-CONTROL-VALUE-NUM TO HV-TYPE-INDEX
           END-IF.
       GTI999.
           EXIT.
       BAND-ONE-LOAN SECTION.
       BOL010.
           EXEC SQL FETCH LTV-CURSOR
              INTO :HV-COLL-NUMBER, :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-SECURITY-VALUE, :HV-COLL-LTV-BAND
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-LTV-EXIT-SW
              GO TO BOL999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           ADD 1 TO LOANS-BANDED.
           IF HV-SECURITY-VALUE > 0
              COMPUTE WS-LTV-PCT ROUNDED =
                 (0 - HV-ACCOUNT-ACTUAL-BAL) * 100
                 / HV-SECURITY-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-LTV-PCT
              END-COMPUTE
           ELSE
              MOVE 999.99 TO WS-LTV-PCT
           END-IF.
           EVALUATE TRUE
              WHEN WS-LTV-PCT NOT > 50
                 MOVE 1 TO HV-NEW-LTV-BAND
              WHEN WS-LTV-PCT NOT > 60
                 MOVE 2 TO HV-NEW-LTV-BAND
              WHEN WS-LTV-PCT NOT > 75
                 MOVE 3 TO HV-NEW-LTV-BAND
              WHEN WS-LTV-PCT NOT > 85
                 MOVE 4 TO HV-NEW-LTV-BAND
              WHEN WS-LTV-PCT NOT > 95
                 MOVE 5 TO HV-NEW-LTV-BAND
              WHEN OTHER
                 MOVE 6 TO HV-NEW-LTV-BAND
           END-EVALUATE.
           IF HV-NEW-LTV-BAND = HV-COLL-LTV-BAND
              GO TO BOL999
           END-IF.
      *
      *    A loan banded for the first time is not a movement.
      *
           IF HV-COLL-LTV-BAND > 0
              AND HV-NEW-LTV-BAND > HV-COLL-LTV-BAND
              ADD 1 TO LOANS-MOVED-UP
              MOVE WS-LTV-PCT TO WS-LTV-EDIT
              MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-AMOUNT-EDIT1
              MOVE HV-SECURITY-VALUE TO WS-AMOUNT-EDIT2
              DISPLAY 'COLLRIDX - LTV UP ' HV-COLL-NUMBER
                 ' BAND ' HV-COLL-LTV-BAND ' TO ' HV-NEW-LTV-BAND
                 ' LTV ' WS-LTV-EDIT '% BALANCE ' WS-AMOUNT-EDIT1
                 ' SECURITY ' WS-AMOUNT-EDIT2
           END-IF.
           EXEC SQL
              UPDATE COLLATRL
              SET COLL_LTV_BAND = :HV-NEW-LTV-BAND
              WHERE COLL_SORTCODE = :HV-OUR-SORTCODE
              AND COLL_NUMBER = :HV-COLL-NUMBER
              AND COLL_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       BOL999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'COLLRIDX - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           EXEC SQL ROLLBACK
           END-EXEC.
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
