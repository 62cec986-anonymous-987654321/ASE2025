       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISARTN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO ISARTN
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD                      PIC X(80).
       WORKING-STORAGE SECTION.
      *
      *    Annual ISA subscription return. One detail line for each
      *    customer with any ISA activity in the tax year just ended
      *    - subscriptions, and transfers in and out with other
      *    providers shown separately - between a header and a
      *    trailer carrying the control totals.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-RETURN-TAX-YEAR                PIC S9(4) COMP.
       01 HOST-ISASUB-ROW.
          03 HV-ISA-CUSTOMER                PIC X(10).
          03 HV-ISA-ACCOUNT                 PIC X(8).
          03 HV-ISA-SUBSCRIBED              PIC S9(10)V99.
          03 HV-ISA-TRANSFER-IN             PIC S9(10)V99.
          03 HV-ISA-TRANSFER-OUT            PIC S9(10)V99.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-DETAIL-COUNT                   PIC 9(6) VALUE 0.
       01 WS-TOTAL-SUBSCRIBED               PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TRANSFER-IN              PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TRANSFER-OUT             PIC S9(13)V99 VALUE 0.
       01 WS-RETURN-HEADER.
          03 RTH-RECORD-TYPE                PIC X VALUE '1'.
          03 RTH-RETURN-ID                  PIC X(8) VALUE 'ISASUBS '.
          03 RTH-SORTCODE                   PIC X(6).
          03 RTH-TAX-YEAR                   PIC 9(4).
          03 FILLER                         PIC X(61) VALUE SPACES.
       01 WS-RETURN-DETAIL.
          03 RTD-RECORD-TYPE                PIC X VALUE '2'.
          03 RTD-CUSTOMER                   PIC X(10).
          03 RTD-ACCOUNT                    PIC X(8).
          03 RTD-SUBSCRIBED                 PIC S9(9)V99
                SIGN LEADING SEPARATE.
          03 RTD-TRANSFER-IN                PIC S9(9)V99
                SIGN LEADING SEPARATE.
          03 RTD-TRANSFER-OUT               PIC S9(9)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(25) VALUE SPACES.
       01 WS-RETURN-TRAILER.
          03 RTT-RECORD-TYPE                PIC X VALUE '9'.
          03 RTT-DETAIL-COUNT               PIC 9(6).
          03 RTT-TOTAL-SUBSCRIBED           PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 RTT-TOTAL-TRANSFER-IN          PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 RTT-TOTAL-TRANSFER-OUT         PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(25) VALUE SPACES.
           EXEC SQL
              DECLARE RTN-CURSOR CURSOR FOR
                 SELECT ISASUB_CUSTOMER,
                        ISASUB_ACCOUNT,
                        ISASUB_SUBSCRIBED,
                        ISASUB_TRANSFER_IN,
                        ISASUB_TRANSFER_OUT
                 FROM ISASUB
                 WHERE ISASUB_SORTCODE = :HV-OUR-SORTCODE
                 AND ISASUB_TAX_YEAR = :HV-RETURN-TAX-YEAR
                 AND (ISASUB_SUBSCRIBED > 0
                      OR ISASUB_TRANSFER_IN > 0
                      OR ISASUB_TRANSFER_OUT > 0)
                 ORDER BY ISASUB_CUSTOMER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
      *
      *    The return is for the most recent complete tax year,
      *    i.e. the one before the tax year the run date falls in.
      *
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE HV-RETURN-TAX-YEAR = 2000 + WS-RUN-DATE-YY - 1.
           IF WS-RUN-DATE-MM < 4
              OR (WS-RUN-DATE-MM = 4 AND WS-RUN-DATE-DD < 6)
              SUBTRACT 1 FROM HV-RETURN-TAX-YEAR
           END-IF.
           MOVE HV-RETURN-TAX-YEAR TO RTH-TAX-YEAR.
           DISPLAY 'ISARTN - ISA SUBSCRIPTION RETURN FOR TAX YEAR '
              RTH-TAX-YEAR.
           OPEN OUTPUT RETURN-FILE.
           MOVE HV-OUR-SORTCODE TO RTH-SORTCODE.
           WRITE RETURN-RECORD FROM WS-RETURN-HEADER.
           EXEC SQL OPEN RTN-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM WRITE-ONE-RETURN-LINE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE RTN-CURSOR
           END-EXEC.
           MOVE WS-DETAIL-COUNT TO RTT-DETAIL-COUNT.
           MOVE WS-TOTAL-SUBSCRIBED TO RTT-TOTAL-SUBSCRIBED.
           MOVE WS-TOTAL-TRANSFER-IN TO RTT-TOTAL-TRANSFER-IN.
           MOVE WS-TOTAL-TRANSFER-OUT TO RTT-TOTAL-TRANSFER-OUT.
           WRITE RETURN-RECORD FROM WS-RETURN-TRAILER.
           CLOSE RETURN-FILE.
           DISPLAY 'ISARTN - DETAIL LINES WRITTEN:  ' WS-DETAIL-COUNT.
           DISPLAY 'ISARTN - TOTAL SUBSCRIBED:      '
              WS-TOTAL-SUBSCRIBED.
           DISPLAY 'ISARTN - TOTAL TRANSFERRED IN:  '
              WS-TOTAL-TRANSFER-IN.
           DISPLAY 'ISARTN - TOTAL TRANSFERRED OUT: '
              WS-TOTAL-TRANSFER-OUT.
           STOP RUN.
       P999.
           EXIT.
       WRITE-ONE-RETURN-LINE SECTION.
       WORL010.
           EXEC SQL FETCH RTN-CURSOR
              INTO :HV-ISA-CUSTOMER, :HV-ISA-ACCOUNT,
                   :HV-ISA-SUBSCRIBED, :HV-ISA-TRANSFER-IN,
                   :HV-ISA-TRANSFER-OUT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO WORL999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-ISA-CUSTOMER TO RTD-CUSTOMER.
           MOVE HV-ISA-ACCOUNT TO RTD-ACCOUNT.
           MOVE HV-ISA-SUBSCRIBED TO RTD-SUBSCRIBED.
           MOVE HV-ISA-TRANSFER-IN TO RTD-TRANSFER-IN.
           MOVE HV-ISA-TRANSFER-OUT TO RTD-TRANSFER-OUT.
           WRITE RETURN-RECORD FROM WS-RETURN-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD HV-ISA-SUBSCRIBED TO WS-TOTAL-SUBSCRIBED.
           ADD HV-ISA-TRANSFER-IN TO WS-TOTAL-TRANSFER-IN.
           ADD HV-ISA-TRANSFER-OUT TO WS-TOTAL-TRANSFER-OUT.
       WORL999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'ISARTN - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
