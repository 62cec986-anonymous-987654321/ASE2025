       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       77 WS-RUN-SEQ                        PIC 9(12) VALUE 0.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-SORT-CODE          PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER         PIC X(8).
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99.
          03 HV-PROCTRAN-REL-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT        PIC X(8).
      *
      *    The credit that returns an undeliverable item to the
      *    account it was paid from.
      *
       01 HOST-RETURN-ROW.
          03 HV-RET-EYECATCHER              PIC X(4).
          03 HV-RET-TIME                    PIC X(6).
          03 HV-RET-REF                     PIC X(12).
          03 HV-RET-DESC                    PIC X(40).
          03 HV-RET-CHANNEL-ID              PIC X(6).
          03 HV-RET-VALUE-DATE              PIC S9(8).
      *
      *    Sort code directory, loaded weekly by SCDLOAD. TFR items
      *    go by Faster Payments and BKO bulk items by BACS.
      *
       01 HOST-SCDIR-ROW.
          03 HV-SCD-FPS                     PIC X.
          03 HV-SCD-BACS                    PIC X.
          03 HV-SCD-CLOSED-DATE             PIC S9(8).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-TODAY-DATE                     PIC X(10).
       EXEC SQL
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-RUN-TIME                       PIC 9(6).
       01 WS-CHECKED-DEST                   PIC X(6) VALUE SPACES.
       01 WS-DEST-LISTED-SW                 PIC X VALUE 'N'.
          88 WS-DEST-LISTED                       VALUE 'Y'.
       01 WS-RETURN-REASON                  PIC X(20).
       01 WS-RETURN-COUNT                   PIC 9(8) VALUE 0.
       01 WS-RETURN-TOTAL                   PIC S9(13)V99 VALUE 0.
       01 WS-CURRENT-DEST                   PIC X(6) VALUE SPACES.
       01 WS-DEST-TOTAL                     PIC S9(13)V99 VALUE 0.
       01 WS-DEST-COUNT                     PIC 9(8) VALUE 0.
                 SELECT PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                        PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_AMOUNT, PROCTRAN_REL_SORTCODE,
                        PROCTRAN_REL_ACCOUNT, PROCTRAN_TYPE
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                 AND PROCTRAN_TYPE IN ('TFR', 'BKO')
                 AND PROCTRAN_DATE = :HV-TODAY-DATE
                 AND PROCTRAN_REL_SORTCODE <> :HV-OUR-SORTCODE
                 AND (PROCTRAN_DESPATCHED IS NULL
                      OR PROCTRAN_DESPATCHED NOT IN ('Y', 'R'))
                 ORDER BY PROCTRAN_REL_SORTCODE, PROCTRAN_TIME,
                          PROCTRAN_REF
           END-EXEC.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-RUN-DATE-CCYY * 10000
              + WS-RUN-DATE-MM * 100
              + WS-RUN-DATE-DD.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
              WS-RUN-DATE-CCYY DELIMITED BY SIZE
              INTO HV-TODAY-DATE
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY 'SETLXTR - TOTAL SETTLED VALUE:  '
              WS-TOTAL-DISPLAY.
           DISPLAY 'SETLXTR - ITEMS RETURNED:       ' WS-RETURN-COUNT.
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY 'SETLXTR - TOTAL RETURNED VALUE: '
              WS-TOTAL-DISPLAY.
           STOP RUN.
       P999.
           EXIT.
              INTO :HV-PROCTRAN-SORT-CODE, :HV-PROCTRAN-ACC-NUMBER,
                   :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF, :HV-PROCTRAN-AMOUNT,
                   :HV-PROCTRAN-REL-SORTCODE, :HV-PROCTRAN-REL-ACCOUNT,
                   :HV-PROCTRAN-TYPE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM CHECK-DEST-SORTCODE.
           IF WS-RETURN-REASON NOT = SPACES
              PERFORM RETURN-TO-PAYER
              GO TO EOT999
           END-IF.
           IF HV-PROCTRAN-REL-SORTCODE NOT = WS-CURRENT-DEST
              IF WS-CURRENT-DEST NOT = SPACES
                 PERFORM WRITE-DEST-TRAILER
              AND PROCTRAN_DATE = :HV-PROCTRAN-DATE
              AND PROCTRAN_TIME = :HV-PROCTRAN-TIME
              AND PROCTRAN_REF = :HV-PROCTRAN-REF
              AND PROCTRAN_TYPE = :HV-PROCTRAN-TYPE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'SETLXTR - UNABLE TO MARK ROW DESPATCHED FOR '
           END-IF.
       MRD999.
           EXIT.
      *
      *    An item can only be settled to a sort code that is in the
      *    directory, has not closed and can receive the scheme the
      *    item goes by. The directory is read once per destination.
      *
       CHECK-DEST-SORTCODE SECTION.
       CDS010.
           MOVE SPACES TO WS-RETURN-REASON.
           IF HV-PROCTRAN-REL-SORTCODE NOT = WS-CHECKED-DEST
              MOVE HV-PROCTRAN-REL-SORTCODE TO WS-CHECKED-DEST
              MOVE 'Y' TO WS-DEST-LISTED-SW
              EXEC SQL
                 SELECT SCDIR_FPS,
                        SCDIR_BACS,
                        SCDIR_CLOSED_DATE
                 INTO :HV-SCD-FPS,
                      :HV-SCD-BACS,
                      :HV-SCD-CLOSED-DATE
                 FROM SCDIR
                 WHERE SCDIR_SORTCODE = :HV-PROCTRAN-REL-SORTCODE
              END-EXEC
              IF SQLCODE = +100
                 MOVE 'N' TO WS-DEST-LISTED-SW
              ELSE
                 IF SQLCODE NOT = 0
                    PERFORM ABEND-THIS-RUN
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-DEST-LISTED
              MOVE 'SORT CODE UNKNOWN' TO WS-RETURN-REASON
              GO TO CDS999
           END-IF.
           IF HV-SCD-CLOSED-DATE > 0
              AND HV-SCD-CLOSED-DATE <= WS-TODAY-YYYYMMDD
              MOVE 'SORT CODE CLOSED' TO WS-RETURN-REASON
              GO TO CDS999
           END-IF.
           IF HV-PROCTRAN-TYPE = 'BKO'
              IF HV-SCD-BACS NOT = 'Y'
                 MOVE 'NO BACS AT SORT CODE' TO WS-RETURN-REASON
              END-IF
           ELSE
              IF HV-SCD-FPS NOT = 'Y'
                 MOVE 'NO FPS AT SORT CODE' TO WS-RETURN-REASON
              END-IF
           END-IF.
       CDS999.
           EXIT.
      *
      *    An item that cannot be settled is credited back to the
      *    account it was paid from and marked R so it is not
      *    picked up again.
      *
       RETURN-TO-PAYER SECTION.
       RTP010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-PROCTRAN-AMOUNT,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-PROCTRAN-AMOUNT
              WHERE ACCOUNT_SORTCODE = :HV-PROCTRAN-SORT-CODE
                AND ACCOUNT_NUMBER = :HV-PROCTRAN-ACC-NUMBER
           END-EXEC.
           IF SQLCODE = +100
              DISPLAY 'SETLXTR - ITEM ' HV-PROCTRAN-REF
                 ' NOT SETTLED (' WS-RETURN-REASON
                 ') AND PAYING ACCOUNT ' HV-PROCTRAN-SORT-CODE '-'
                 HV-PROCTRAN-ACC-NUMBER ' NOT FOUND'
              GO TO RTP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-RUN-SEQ.
           MOVE 'PRTR' TO HV-RET-EYECATCHER.
           MOVE WS-RUN-TIME TO HV-RET-TIME.
           MOVE WS-RUN-SEQ TO HV-RET-REF.
           MOVE SPACES TO HV-RET-DESC.
           STRING 'RETURNED ' DELIMITED BY SIZE,
                  WS-RETURN-REASON DELIMITED BY SIZE
                  INTO HV-RET-DESC
           END-STRING.
           MOVE 'SETL' TO HV-RET-CHANNEL-ID.
           MOVE WS-TODAY-YYYYMMDD TO HV-RET-VALUE-DATE.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_REL_SORTCODE,
                      PROCTRAN_REL_ACCOUNT,
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_VALUE_DATE
                     )
              VALUES
                     (
                      :HV-RET-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-TODAY-DATE,
                      :HV-RET-TIME,
                      :HV-RET-REF,
                      'CRE',
                      :HV-RET-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-REL-SORTCODE,
                      :HV-PROCTRAN-REL-ACCOUNT,
                      :HV-RET-CHANNEL-ID,
                      :HV-RET-VALUE-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'SETLXTR - PROCTRAN INSERT FAILED FOR RETURN OF '
                 HV-PROCTRAN-REF ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE PROCTRAN
              SET PROCTRAN_DESPATCHED = 'R'
              WHERE PROCTRAN_SORTCODE = :HV-PROCTRAN-SORT-CODE
              AND PROCTRAN_NUMBER = :HV-PROCTRAN-ACC-NUMBER
              AND PROCTRAN_DATE = :HV-PROCTRAN-DATE
              AND PROCTRAN_TIME = :HV-PROCTRAN-TIME
              AND PROCTRAN_REF = :HV-PROCTRAN-REF
              AND PROCTRAN_TYPE = :HV-PROCTRAN-TYPE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'SETLXTR - UNABLE TO MARK ROW RETURNED FOR '
                 HV-PROCTRAN-REF ' SQLCODE=' SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'SETLXTR - ITEM ' HV-PROCTRAN-REF ' TO '
              HV-PROCTRAN-REL-SORTCODE '-' HV-PROCTRAN-REL-ACCOUNT
              ' RETURNED: ' WS-RETURN-REASON.
           ADD 1 TO WS-RETURN-COUNT.
           ADD HV-PROCTRAN-AMOUNT TO WS-RETURN-TOTAL.
       RTP999.
           EXIT.
       WRITE-DEST-TRAILER SECTION.
       WDT010.
           MOVE WS-CURRENT-DEST TO TRL-DEST-SORTCODE.
