       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 DOCS-CHASED                       PIC 9(8) VALUE 0.
       01 DOCS-NOT-MAILED                   PIC 9(8) VALUE 0.
       01 HV-GA-COUNT                       PIC S9(9) COMP.
           EXEC SQL
              DECLARE KYC-CURSOR CURSOR FOR
                 SELECT KYCDOC_CUSTOMER, KYCDOC_DOC_TYPE,
           EXEC SQL CLOSE KYC-CURSOR
           END-EXEC.
           DISPLAY 'KYCCHASE - DOCUMENTS TO CHASE: ' DOCS-CHASED.
           DISPLAY 'KYCCHASE - NOT MAILED (GONE AWAY): '
              DOCS-NOT-MAILED.
           STOP RUN.
       P999.
           EXIT.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
      *
      *    Customers whose mail is coming back are listed for the
      *    tracing team rather than sent a chase letter.
      *
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-OUR-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-KYC-CUSTOMER
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              ADD 1 TO DOCS-NOT-MAILED
              DISPLAY 'KYCCHASE - CUSTOMER ' HV-KYC-CUSTOMER
                 ' ' HV-KYC-DOC-TYPE
                 ' EXPIRES ' HV-KYC-EXPIRY-DATE
                 ' NOT MAILED - GONE AWAY'
              GO TO COD999
           END-IF.
           ADD 1 TO DOCS-CHASED.
           DISPLAY 'KYCCHASE - CUSTOMER ' HV-KYC-CUSTOMER
              ' ' HV-KYC-DOC-TYPE
