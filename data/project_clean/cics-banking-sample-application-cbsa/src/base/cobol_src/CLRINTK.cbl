          03 HV-PROCTRAN-REL-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT        PIC X(8).
          03 HV-PROCTRAN-CHANNEL-ID         PIC X(6).
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
       01 HOST-CLRREPAIR-ROW.
          03 HV-REPAIR-SORTCODE             PIC X(6).
          03 HV-REPAIR-ACC-NO               PIC X(8).
          03 HV-REPAIR-REASON               PIC X(8).
          03 HV-REPAIR-DATE                 PIC S9(8).
          03 HV-REPAIR-STATUS               PIC X.
       01 HOST-ACCREDIR-ROW.
          03 HV-RD-OLD-SORTCODE             PIC X(6).
          03 HV-RD-OLD-NUMBER               PIC X(8).
          03 HV-RD-NEW-SORTCODE             PIC X(6).
          03 HV-RD-NEW-NUMBER               PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-CCYY                  PIC 9999.
       01 WS-TODAY-YYYYMMDD                 PIC S9(8).
       01 WS-FILE-DATE                      PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                       PIC 9(6).
       01 ITEMS-POSTED                      PIC 9(8) VALUE 0.
       01 ITEMS-REJECTED                    PIC 9(8) VALUE 0.
       01 ITEMS-REDIRECTED                  PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           CLOSE REPAIR-FILE.
           DISPLAY 'CLRINTK - ITEMS POSTED:   ' ITEMS-POSTED.
           DISPLAY 'CLRINTK - ITEMS REJECTED: ' ITEMS-REJECTED.
           DISPLAY 'CLRINTK - ITEMS REDIRECTED: ' ITEMS-REDIRECTED.
           STOP RUN.
       P999.
           EXIT.
           EVALUATE TRUE
              WHEN CLR-HEADER-RECORD
                 MOVE 'Y' TO WS-HEADER-SEEN-SW
                 MOVE CLR-CTL-DATE TO WS-FILE-DATE
                 MOVE CLR-CTL-COUNT TO WS-HEADER-COUNT
                 MOVE CLR-CTL-HASH TO WS-HEADER-HASH
              WHEN CLR-DETAIL-RECORD
           IF NOT CLR-DETAIL-RECORD
              GO TO POSR999
           END-IF.
           PERFORM REDIRECT-REHOMED-ACCOUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CLR-ITEM-DEBIT
              COMPUTE WS-SIGNED-AMOUNT = 0 - CLR-AMOUNT
           MOVE CLR-CPTY-SORTCODE TO HV-PROCTRAN-REL-SORTCODE.
           MOVE CLR-CPTY-ACCOUNT TO HV-PROCTRAN-REL-ACCOUNT.
           MOVE 'CLRING' TO HV-PROCTRAN-CHANNEL-ID.
      *
      *    Items take value from the clearing date on the file
      *    header. A file received late is therefore back-valued,
      *    and the nightly value-date adjustment puts the interest
      *    right; a header date in the future is not honoured.
      *
           IF WS-FILE-DATE > 0 AND WS-FILE-DATE < WS-TODAY-YYYYMMDD
              MOVE WS-FILE-DATE TO HV-PROCTRAN-VALUE-DATE
           ELSE
              MOVE WS-TODAY-YYYYMMDD TO HV-PROCTRAN-VALUE-DATE
           END-IF.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_AMOUNT,
                      PROCTRAN_REL_SORTCODE,
                      PROCTRAN_REL_ACCOUNT,
                      PROCTRAN_CHANNEL_ID,
                      PROCTRAN_VALUE_DATE
                     )
              VALUES
                     (
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-REL-SORTCODE,
                      :HV-PROCTRAN-REL-ACCOUNT,
                      :HV-PROCTRAN-CHANNEL-ID,
                      :HV-PROCTRAN-VALUE-DATE
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
           END-IF.
       WP999.
           EXIT.
      *
      *    Items still addressed to an account re-homed when its
      *    branch closed are posted to where the account is now.
      *
       REDIRECT-REHOMED-ACCOUNT SECTION.
       RRA010.
           MOVE CLR-SORTCODE TO HV-RD-OLD-SORTCODE.
           MOVE CLR-ACCOUNT TO HV-RD-OLD-NUMBER.
           EXEC SQL
              SELECT ACCREDIR_NEW_SORTCODE,
                     ACCREDIR_NEW_NUMBER
              INTO :HV-RD-NEW-SORTCODE,
                   :HV-RD-NEW-NUMBER
              FROM ACCREDIR
              WHERE ACCREDIR_OLD_SORTCODE = :HV-RD-OLD-SORTCODE
              AND ACCREDIR_OLD_NUMBER = :HV-RD-OLD-NUMBER
           END-EXEC.
           IF SQLCODE = +100
              GO TO RRA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-RD-NEW-SORTCODE TO CLR-SORTCODE.
           MOVE HV-RD-NEW-NUMBER TO CLR-ACCOUNT.
           ADD 1 TO ITEMS-REDIRECTED.
       RRA999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
