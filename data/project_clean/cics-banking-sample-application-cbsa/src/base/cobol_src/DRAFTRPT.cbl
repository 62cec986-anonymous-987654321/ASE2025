       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFTRPT.
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
       77 WS-REPORT-DAYS                    PIC 9(5) VALUE 180.
       01 HOST-DRAFT-ROW.
          03 HV-DRAFT-SERIAL                PIC S9(12) COMP-3.
          03 HV-DRAFT-NUMBER                PIC X(8).
          03 HV-DRAFT-CUSTOMER              PIC X(10).
          03 HV-DRAFT-PAYEE                 PIC X(40).
          03 HV-DRAFT-AMOUNT                PIC S9(10)V99.
          03 HV-DRAFT-ISSUE-DATE            PIC S9(8).
       01 HV-DRAFT-CUTOFF                   PIC S9(8) VALUE 0.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-DRAFTS                   VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-DATE-X                  PIC 9(8).
       01 WS-ISSUE-DATE-X                   PIC 9(8).
       01 WS-DRAFT-AGE                      PIC 9(5) VALUE 0.
       01 WS-SERIAL-DISPLAY                 PIC 9(12) VALUE 0.
       01 DRAFTS-LISTED                     PIC 9(8) VALUE 0.
       01 TOTAL-OUTSTANDING                 PIC S9(13)V99 VALUE 0.
       01 WS-AMOUNT-EDIT1                   PIC -(12)9.99.
      *
      *    Lists every banker's draft still outstanding on the DRAFT
      *    register more than CONTROL <sortcode>-DRAFT-REPORT-DAYS
      *    after issue, oldest first, so that branches can chase
      *    payees before the draft falls to the escheatment run.
      *
           EXEC SQL
              DECLARE DRAFT-CURSOR CURSOR FOR
                 SELECT DRAFT_SERIAL, DRAFT_NUMBER, DRAFT_CUSTOMER,
                        DRAFT_PAYEE, DRAFT_AMOUNT, DRAFT_ISSUE_DATE
                 FROM DRAFT
                 WHERE DRAFT_SORTCODE = :HV-OUR-SORTCODE
                 AND DRAFT_STATUS = 'O'
                 AND DRAFT_ISSUE_DATE < :HV-DRAFT-CUTOFF
                 ORDER BY DRAFT_ISSUE_DATE, DRAFT_SERIAL
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           PERFORM GET-REPORT-DAYS-CONFIG.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
              - WS-REPORT-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-CUTOFF-DATE-X.
           MOVE WS-CUTOFF-DATE-X TO HV-DRAFT-CUTOFF.
           DISPLAY 'DRAFTRPT - DRAFTS OUTSTANDING OVER '
              WS-REPORT-DAYS ' DAYS FOR BRANCH ' SORTCODE.
           DISPLAY 'DRAFTRPT - SERIAL       ISSUED     AGE ACCOUNT'
              '  CUSTOMER            AMOUNT PAYEE'.
           EXEC SQL OPEN DRAFT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM LIST-ONE-DRAFT UNTIL WS-NO-MORE-DRAFTS.
           EXEC SQL CLOSE DRAFT-CURSOR
           END-EXEC.
           MOVE TOTAL-OUTSTANDING TO WS-AMOUNT-EDIT1.
           DISPLAY 'DRAFTRPT - DRAFTS LISTED:     ' DRAFTS-LISTED.
           DISPLAY 'DRAFTRPT - TOTAL OUTSTANDING:' WS-AMOUNT-EDIT1.
           STOP RUN.
       P999.
           EXIT.
       LIST-ONE-DRAFT SECTION.
       LOD010.
           EXEC SQL FETCH DRAFT-CURSOR
              INTO :HV-DRAFT-SERIAL, :HV-DRAFT-NUMBER,
                   :HV-DRAFT-CUSTOMER, :HV-DRAFT-PAYEE,
                   :HV-DRAFT-AMOUNT, :HV-DRAFT-ISSUE-DATE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO LOD999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE HV-DRAFT-ISSUE-DATE TO WS-ISSUE-DATE-X.
           COMPUTE WS-DRAFT-AGE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
              - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-X).
           MOVE HV-DRAFT-SERIAL TO WS-SERIAL-DISPLAY.
           MOVE HV-DRAFT-AMOUNT TO WS-AMOUNT-EDIT1.
           DISPLAY 'DRAFTRPT - ' WS-SERIAL-DISPLAY ' '
              WS-ISSUE-DATE-X ' ' WS-DRAFT-AGE ' '
              HV-DRAFT-NUMBER ' ' HV-DRAFT-CUSTOMER
              WS-AMOUNT-EDIT1 ' ' HV-DRAFT-PAYEE.
           ADD 1 TO DRAFTS-LISTED.
           ADD HV-DRAFT-AMOUNT TO TOTAL-OUTSTANDING.
       LOD999.
           EXIT.
       GET-REPORT-DAYS-CONFIG SECTION.
       GRDC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-DRAFT-REPORT-DAYS' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-REPORT-DAYS
           END-IF.
       GRDC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'DRAFTRPT - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
