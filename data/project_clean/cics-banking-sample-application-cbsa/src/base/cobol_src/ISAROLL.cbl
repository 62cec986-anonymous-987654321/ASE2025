       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISAROLL.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    ISA tax-year rollover, run on 6 April. Every ledger row
      *    for an earlier tax year still open is closed, and each
      *    customer holding an ISA is given a fresh row for the new
      *    year with nothing subscribed, no ISA yet designated and
      *    the allowance currently set in CONTROL. A rerun on the
      *    same day changes nothing.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-NEW-TAX-YEAR                   PIC S9(4) COMP.
       01 HV-ISA-ALLOWANCE                  PIC S9(10)V99 COMP-3.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TAX-YEAR-DISPLAY               PIC 9(4).
       01 WS-ALLOWANCE-EDIT                 PIC Z(9)9.99.
       77 WS-ISA-ALLOWANCE-DFLT             PIC 9(7)V99 VALUE 20000.
       01 ROWS-CLOSED                       PIC 9(8) VALUE 0.
       01 ROWS-OPENED                       PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           PERFORM GET-ISA-ALLOWANCE.
      *
      *    The tax year starts on 6 April and is known by the
      *    calendar year it starts in.
      *
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE HV-NEW-TAX-YEAR = 2000 + WS-RUN-DATE-YY.
           IF WS-RUN-DATE-MM < 4
              OR (WS-RUN-DATE-MM = 4 AND WS-RUN-DATE-DD < 6)
              SUBTRACT 1 FROM HV-NEW-TAX-YEAR
           END-IF.
           MOVE HV-NEW-TAX-YEAR TO WS-TAX-YEAR-DISPLAY.
           MOVE HV-ISA-ALLOWANCE TO WS-ALLOWANCE-EDIT.
           DISPLAY 'ISAROLL - ISA ROLLOVER FOR BRANCH ' SORTCODE
              ' INTO TAX YEAR ' WS-TAX-YEAR-DISPLAY
              ' ALLOWANCE ' WS-ALLOWANCE-EDIT.
           PERFORM CLOSE-PRIOR-YEARS.
           PERFORM OPEN-NEW-YEAR.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'ISAROLL - PRIOR-YEAR ROWS CLOSED: ' ROWS-CLOSED.
           DISPLAY 'ISAROLL - NEW-YEAR ROWS OPENED:   ' ROWS-OPENED.
           STOP RUN.
       P999.
           EXIT.
       CLOSE-PRIOR-YEARS SECTION.
       CPY010.
           EXEC SQL
              UPDATE ISASUB
              SET ISASUB_STATUS = 'C'
              WHERE ISASUB_SORTCODE = :HV-OUR-SORTCODE
              AND ISASUB_TAX_YEAR < :HV-NEW-TAX-YEAR
              AND ISASUB_STATUS = 'O'
           END-EXEC.
           IF SQLCODE = +100
              GO TO CPY999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SQLERRD(3) TO ROWS-CLOSED.
       CPY999.
           EXIT.
       OPEN-NEW-YEAR SECTION.
       ONY010.
           EXEC SQL
              INSERT INTO ISASUB
                     (
                      ISASUB_SORTCODE,
                      ISASUB_CUSTOMER,
                      ISASUB_TAX_YEAR,
                      ISASUB_ACCOUNT,
                      ISASUB_ALLOWANCE,
                      ISASUB_SUBSCRIBED,
                      ISASUB_TRANSFER_IN,
                      ISASUB_TRANSFER_OUT,
                      ISASUB_STATUS
                     )
              SELECT DISTINCT
                     A.ACCOUNT_SORTCODE,
                     A.ACCOUNT_CUSTOMER_NUMBER,
                     :HV-NEW-TAX-YEAR,
                     ' ',
                     :HV-ISA-ALLOWANCE,
                     0,
                     0,
                     0,
                     'O'
              FROM ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
              AND A.ACCOUNT_TYPE = 'ISA     '
              AND NOT EXISTS
                 (SELECT 1
                  FROM ISASUB S
                  WHERE S.ISASUB_SORTCODE = A.ACCOUNT_SORTCODE
                  AND S.ISASUB_CUSTOMER = A.ACCOUNT_CUSTOMER_NUMBER
                  AND S.ISASUB_TAX_YEAR = :HV-NEW-TAX-YEAR)
           END-EXEC.
           IF SQLCODE = +100
              GO TO ONY999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SQLERRD(3) TO ROWS-OPENED.
       ONY999.
           EXIT.
       GET-ISA-ALLOWANCE SECTION.
       GIA010.
           MOVE WS-ISA-ALLOWANCE-DFLT TO HV-ISA-ALLOWANCE.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-ISA-ALLOWANCE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO HV-ISA-ALLOWANCE
           END-IF.
       GIA999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'ISAROLL - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
