       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICRUN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Nightly release of withdrawal notices on notice savings
      *    accounts. Every pending notice whose available date has
      *    been reached is marked matured, after which debits to
      *    the account may draw on it. A rerun on the same day
      *    changes nothing.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-TODAY-DISPLAY                  PIC 9(8).
       01 NOTICES-RELEASED                  PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-DISPLAY.
           DISPLAY 'NOTICRUN - RELEASING WITHDRAWAL NOTICES DUE BY '
              WS-TODAY-DISPLAY.
           PERFORM RELEASE-MATURED-NOTICES.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'NOTICRUN - NOTICES RELEASED: ' NOTICES-RELEASED.
           STOP RUN.
       P999.
           EXIT.
       RELEASE-MATURED-NOTICES SECTION.
       RMN010.
           EXEC SQL
              UPDATE WDNOTICE
              SET WDNOTICE_STATUS = 'M'
              WHERE WDNOTICE_SORTCODE = :HV-OUR-SORTCODE
              AND WDNOTICE_STATUS = 'P'
              AND WDNOTICE_AVAIL_DATE <= :WS-TODAY-YYYYMMDD
           END-EXEC.
           IF SQLCODE = +100
              GO TO RMN999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE SQLERRD(3) TO NOTICES-RELEASED.
       RMN999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'NOTICRUN - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
