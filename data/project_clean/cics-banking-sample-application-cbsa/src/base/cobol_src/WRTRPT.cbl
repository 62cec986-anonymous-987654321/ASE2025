       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTRPT.
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
       01 HOST-WRITEOFF-ROW.
          03 HV-WRTOFF-PRODUCT              PIC X(8).
          03 HV-WRTOFF-DATE                 PIC S9(8).
          03 HV-WRTOFF-AMOUNT               PIC S9(10)V99.
          03 HV-WRTOFF-RECOVERED            PIC S9(10)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-WRITEOFFS                VALUE 'Y'.
       01 WS-DATE-UNSIGNED                  PIC 9(8).
       01 WS-DATE-GRP REDEFINES WS-DATE-UNSIGNED.
          03 WS-DATE-YYYY                   PIC 9999.
          03 WS-DATE-MMDD                   PIC 9999.
       01 WS-BREAK-PRODUCT                  PIC X(8) VALUE SPACES.
       01 WS-BREAK-YEAR                     PIC 9999 VALUE 0.
       01 GROUP-COUNT                       PIC 9(8) VALUE 0.
       01 GROUP-WRITTEN-OFF                 PIC S9(13)V99 VALUE 0.
       01 GROUP-RECOVERED                   PIC S9(13)V99 VALUE 0.
       01 GROUP-NET-LOSS                    PIC S9(13)V99 VALUE 0.
       01 WRITEOFFS-READ                    PIC 9(8) VALUE 0.
       01 TOTAL-WRITTEN-OFF                 PIC S9(13)V99 VALUE 0.
       01 TOTAL-RECOVERED                   PIC S9(13)V99 VALUE 0.
       01 TOTAL-NET-LOSS                    PIC S9(13)V99 VALUE 0.
       01 WS-AMOUNT-EDIT1                   PIC -(12)9.99.
       01 WS-AMOUNT-EDIT2                   PIC -(12)9.99.
       01 WS-AMOUNT-EDIT3                   PIC -(12)9.99.
      *
      *    Write-offs are reported by product and by the year the
      *    debt was written off. Recoveries are credited back to the
      *    year of the original write-off whenever they come in.
      *
           EXEC SQL
              DECLARE WRT-CURSOR CURSOR FOR
                 SELECT WRTOFF_PRODUCT, WRTOFF_DATE,
                        WRTOFF_AMOUNT, WRTOFF_RECOVERED
                 FROM WRITEOFF
                 WHERE WRTOFF_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY WRTOFF_PRODUCT, WRTOFF_DATE
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           DISPLAY 'WRTRPT - NET LOSS ON WRITTEN-OFF DEBT FOR BRANCH '
              SORTCODE.
           DISPLAY 'WRTRPT - PRODUCT  YEAR     COUNT'
              '     WRITTEN OFF        RECOVERED         NET LOSS'.
           EXEC SQL OPEN WRT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM READ-ONE-WRITEOFF UNTIL WS-NO-MORE-WRITEOFFS.
           EXEC SQL CLOSE WRT-CURSOR
           END-EXEC.
           IF WRITEOFFS-READ > 0
              PERFORM PRINT-GROUP-TOTAL
           END-IF.
           MOVE TOTAL-WRITTEN-OFF TO WS-AMOUNT-EDIT1.
           MOVE TOTAL-RECOVERED TO WS-AMOUNT-EDIT2.
           MOVE TOTAL-NET-LOSS TO WS-AMOUNT-EDIT3.
           DISPLAY 'WRTRPT - WRITE-OFFS:       ' WRITEOFFS-READ.
           DISPLAY 'WRTRPT - TOTAL WRITTEN OFF:' WS-AMOUNT-EDIT1.
           DISPLAY 'WRTRPT - TOTAL RECOVERED:  ' WS-AMOUNT-EDIT2.
           DISPLAY 'WRTRPT - TOTAL NET LOSS:   ' WS-AMOUNT-EDIT3.
           STOP RUN.
       P999.
           EXIT.
       READ-ONE-WRITEOFF SECTION.
       ROW010.
           EXEC SQL FETCH WRT-CURSOR
              INTO :HV-WRTOFF-PRODUCT, :HV-WRTOFF-DATE,
                   :HV-WRTOFF-AMOUNT, :HV-WRTOFF-RECOVERED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROW999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-WRTOFF-DATE TO WS-DATE-UNSIGNED.
           IF WRITEOFFS-READ > 0
              AND (HV-WRTOFF-PRODUCT NOT = WS-BREAK-PRODUCT
                   OR WS-DATE-YYYY NOT = WS-BREAK-YEAR)
              PERFORM PRINT-GROUP-TOTAL
           END-IF.
           MOVE HV-WRTOFF-PRODUCT TO WS-BREAK-PRODUCT.
           MOVE WS-DATE-YYYY TO WS-BREAK-YEAR.
           ADD 1 TO WRITEOFFS-READ.
           ADD 1 TO GROUP-COUNT.
           ADD HV-WRTOFF-AMOUNT TO GROUP-WRITTEN-OFF.
           ADD HV-WRTOFF-RECOVERED TO GROUP-RECOVERED.
       ROW999.
           EXIT.
       PRINT-GROUP-TOTAL SECTION.
       PGT010.
           COMPUTE GROUP-NET-LOSS =
              GROUP-WRITTEN-OFF - GROUP-RECOVERED.
           MOVE GROUP-WRITTEN-OFF TO WS-AMOUNT-EDIT1.
           MOVE GROUP-RECOVERED TO WS-AMOUNT-EDIT2.
           MOVE GROUP-NET-LOSS TO WS-AMOUNT-EDIT3.
           DISPLAY 'WRTRPT - ' WS-BREAK-PRODUCT ' ' WS-BREAK-YEAR
              ' ' GROUP-COUNT ' ' WS-AMOUNT-EDIT1
              ' ' WS-AMOUNT-EDIT2 ' ' WS-AMOUNT-EDIT3.
           ADD GROUP-WRITTEN-OFF TO TOTAL-WRITTEN-OFF.
           ADD GROUP-RECOVERED TO TOTAL-RECOVERED.
           ADD GROUP-NET-LOSS TO TOTAL-NET-LOSS.
           MOVE 0 TO GROUP-COUNT.
           MOVE 0 TO GROUP-WRITTEN-OFF.
           MOVE 0 TO GROUP-RECOVERED.
       PGT999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'WRTRPT - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
