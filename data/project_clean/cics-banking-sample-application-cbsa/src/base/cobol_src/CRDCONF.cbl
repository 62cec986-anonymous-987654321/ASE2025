       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDCONF.
       AUTHOR. Jon Collett.
      *
      *    Takes in the embossing bureau's despatch confirmation file
      *    for the replacement cards sent to it by CRDRENEW. A card
      *    confirmed as despatched has its despatch date recorded on
      *    CARD. A card the bureau could not produce is hot-carded,
      *    so it can never be activated; the old card is then picked
      *    up again by the next renewal run.
      *
      *    Only ordered replacement cards can be confirmed. Any other
      *    card number is reported and ends the run with return code
      *    4. The file's trailer count must agree with the number of
      *    detail records, or the whole file is backed out with
      *    return code 8 for the bureau to resend.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO CRDCONF
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CONFIRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-FILE
           RECORDING MODE IS F.
       01  CONFIRM-RECORD.
           03 CNF-REC-TYPE                    PIC X.
           03 CNF-CARD-NUMBER                 PIC X(16).
           03 CNF-RESULT                      PIC X.
              88 CNF-DESPATCHED                    VALUE 'D'.
              88 CNF-REJECTED                      VALUE 'R'.
           03 CNF-DATE                        PIC X(8).
           03 CNF-DATE-NUM REDEFINES CNF-DATE PIC 9(8).
           03 CNF-REASON                      PIC X(40).
           03 FILLER                          PIC X(14).
       01  CONFIRM-TRAILER REDEFINES CONFIRM-RECORD.
           03 FILLER                          PIC X.
           03 CNT-CARD-COUNT                  PIC 9(8).
           03 FILLER                          PIC X(71).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-CARD-ROW.
          03 HV-CARD-NUMBER                 PIC X(16).
          03 HV-CARD-ACC-NO                 PIC X(8).
          03 HV-CARD-STATUS                 PIC X.
          03 HV-CARD-REPLACES               PIC X(16).
          03 HV-CARD-DESPATCHED             PIC S9(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CONFIRM-STATUS                    PIC XX VALUE SPACES.
       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-END-OF-FILE                      VALUE 'Y'.
       01 WS-TRAILER-SW                     PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN                     VALUE 'Y'.
       01 WS-TRAILER-COUNT                  PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON                  PIC X(30).
       01 RECORDS-READ                      PIC 9(8) VALUE 0.
       01 CARDS-DESPATCHED                  PIC 9(8) VALUE 0.
       01 CARDS-FAILED                      PIC 9(8) VALUE 0.
       01 RECORDS-REJECTED                  PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           OPEN INPUT CONFIRM-FILE.
           IF CONFIRM-STATUS NOT = '00'
              DISPLAY 'CRDCONF - UNABLE TO OPEN CONFIRMATION FILE. '
                 'STATUS=' CONFIRM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CONFIRM-ONE-RECORD UNTIL WS-END-OF-FILE.
           CLOSE CONFIRM-FILE.
           IF NOT WS-TRAILER-SEEN
           OR WS-TRAILER-COUNT NOT = RECORDS-READ
              DISPLAY 'CRDCONF - TRAILER COUNT ' WS-TRAILER-COUNT
                 ' DOES NOT AGREE WITH ' RECORDS-READ
                 ' RECORDS READ - FILE BACKED OUT'
              EXEC SQL
                 ROLLBACK
              END-EXEC
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'CRDCONF - CONFIRMATIONS READ:  ' RECORDS-READ.
           DISPLAY 'CRDCONF - CARDS DESPATCHED:    ' CARDS-DESPATCHED.
           DISPLAY 'CRDCONF - CARDS NOT PRODUCED:  ' CARDS-FAILED.
           DISPLAY 'CRDCONF - RECORDS REJECTED:    ' RECORDS-REJECTED.
           IF RECORDS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       CONFIRM-ONE-RECORD SECTION.
       COR010.
           READ CONFIRM-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-SW
                 GO TO COR999
           END-READ.
           EVALUATE CNF-REC-TYPE
              WHEN 'H'
                 GO TO COR999
              WHEN 'T'
                 MOVE 'Y' TO WS-TRAILER-SW
                 MOVE CNT-CARD-COUNT TO WS-TRAILER-COUNT
                 GO TO COR999
              WHEN 'D'
                 CONTINUE
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 PERFORM REJECT-RECORD
                 GO TO COR999
           END-EVALUATE.
           ADD 1 TO RECORDS-READ.
           IF NOT CNF-DESPATCHED AND NOT CNF-REJECTED
              MOVE 'UNKNOWN RESULT CODE' TO WS-REJECT-REASON
              PERFORM REJECT-RECORD
              GO TO COR999
           END-IF.
           MOVE CNF-CARD-NUMBER TO HV-CARD-NUMBER.
           MOVE SPACES TO HV-CARD-REPLACES.
           EXEC SQL
              SELECT CARD_ACCOUNT, CARD_STATUS,
                     COALESCE(CARD_REPLACES, ' ')
              INTO :HV-CARD-ACC-NO, :HV-CARD-STATUS,
                   :HV-CARD-REPLACES
              FROM CARD
              WHERE CARD_NUMBER = :HV-CARD-NUMBER
              AND CARD_SORTCODE = :HV-OUR-SORTCODE
           END-EXEC.
           IF SQLCODE = +100
              MOVE 'CARD NOT ON REGISTER' TO WS-REJECT-REASON
              PERFORM REJECT-RECORD
              GO TO COR999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-CARD-STATUS NOT = 'O' OR HV-CARD-REPLACES = SPACES
              MOVE 'NOT AN ORDERED REPLACEMENT' TO WS-REJECT-REASON
              PERFORM REJECT-RECORD
              GO TO COR999
           END-IF.
           IF CNF-DESPATCHED
              IF CNF-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(CNF-DATE-NUM) NOT = 0
                 MOVE 'INVALID DESPATCH DATE' TO WS-REJECT-REASON
                 PERFORM REJECT-RECORD
                 GO TO COR999
              END-IF
              MOVE CNF-DATE-NUM TO HV-CARD-DESPATCHED
              EXEC SQL
                 UPDATE CARD
                 SET CARD_DESPATCHED = :HV-CARD-DESPATCHED
                 WHERE CARD_NUMBER = :HV-CARD-NUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              ADD 1 TO CARDS-DESPATCHED
              GO TO COR999
           END-IF.
           EXEC SQL
              UPDATE CARD
              SET CARD_STATUS = 'H'
              WHERE CARD_NUMBER = :HV-CARD-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'CRDCONF - CARD ' HV-CARD-NUMBER(1:4)
              '************ ACCOUNT ' HV-CARD-ACC-NO
              ' NOT PRODUCED - ' CNF-REASON.
           ADD 1 TO CARDS-FAILED.
       COR999.
           EXIT.
       REJECT-RECORD SECTION.
       RJR010.
           DISPLAY 'CRDCONF - CARD ' CNF-CARD-NUMBER(1:4)
              '************ REJECTED - ' WS-REJECT-REASON.
           ADD 1 TO RECORDS-REJECTED.
       RJR999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'CRDCONF - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           EXEC SQL
              ROLLBACK
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
