          03 HV-NE-TIME                 PIC 9(6).
          03 HV-NE-DETAIL               PIC X(40).
          03 HV-NE-STATUS               PIC X.
       01 HOST-ACCREDIR-ROW.
          03 HV-RD-OLD-SORTCODE             PIC X(6).
          03 HV-RD-OLD-NUMBER               PIC X(8).
          03 HV-RD-NEW-SORTCODE             PIC X(6).
          03 HV-RD-NEW-NUMBER               PIC X(8).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
       01 COLLECTIONS-PAID                  PIC 9(8) VALUE 0.
       01 COLLECTIONS-UNPAID                PIC 9(8) VALUE 0.
       01 COLLECTIONS-AMOUNT                PIC 9(13)V99 VALUE 0.
       01 COLLECTIONS-REDIRECTED            PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           DISPLAY 'DDPRRUN - COLLECTIONS READ:   ' COLLECTIONS-READ.
           DISPLAY 'DDPRRUN - COLLECTIONS PAID:   ' COLLECTIONS-PAID.
           DISPLAY 'DDPRRUN - COLLECTIONS UNPAID: ' COLLECTIONS-UNPAID.
           DISPLAY 'DDPRRUN - COLLECTIONS REDIRECTED: '
              COLLECTIONS-REDIRECTED.
           STOP RUN.
       P999.
           EXIT.
           EXIT.
       PRESENT-ONE-COLLECTION SECTION.
       POC010.
           PERFORM REDIRECT-REHOMED-ACCOUNT.
           MOVE SPACES TO WS-UNPAID-REASON.
           PERFORM VALIDATE-MANDATE.
           IF WS-UNPAID-REASON NOT = SPACES
           END-IF.
       WP999.
           EXIT.
      *
      *    Collections still addressed to an account re-homed when
      *    its branch closed are taken from where the account is
      *    now. Its mandates moved with it.
      *
       REDIRECT-REHOMED-ACCOUNT SECTION.
       RRA010.
           MOVE COLL-SORTCODE TO HV-RD-OLD-SORTCODE.
           MOVE COLL-ACCOUNT TO HV-RD-OLD-NUMBER.
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
           MOVE HV-RD-NEW-SORTCODE TO COLL-SORTCODE.
           MOVE HV-RD-NEW-NUMBER TO COLL-ACCOUNT.
           ADD 1 TO COLLECTIONS-REDIRECTED.
       RRA999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
