          03 HV-CUST-NUMBER                 PIC X(10).
          03 HV-CUST-NAME                   PIC X(60).
          03 HV-CUST-ADDRESS                PIC X(160).
       01 HV-VR-FORMAT                      PIC X.
       01 HV-GA-COUNT                       PIC S9(9) COMP.
       01 HOST-CERT-ROW.
          03 HV-CERT-ACC-NO                 PIC X(8).
          03 HV-CERT-ACC-TYPE               PIC X(8).
       01 WS-ACCRUED-INT                    PIC S9(10)V99.
       01 WS-CUST-ACC-COUNT                 PIC 9(4).
       01 CERTIFICATES-WRITTEN              PIC 9(8) VALUE 0.
       01 CERTIFICATES-LARGE-PRINT          PIC 9(8) VALUE 0.
       01 CERTIFICATES-BRAILLE              PIC 9(8) VALUE 0.
       01 CERTIFICATES-HELD                 PIC 9(8) VALUE 0.
       01 WS-BALANCE-EDIT                   PIC -(10)9.99.
       01 WS-ACCRUED-EDIT                   PIC -(10)9.99.
       01 WS-TEXT-LINE                      PIC X(100).
           CLOSE CUSTOMER-FILE.
           DISPLAY 'CERTRUN - CERTIFICATES WRITTEN: '
              CERTIFICATES-WRITTEN.
           DISPLAY 'CERTRUN - LARGE PRINT:          '
              CERTIFICATES-LARGE-PRINT.
           DISPLAY 'CERTRUN - BRAILLE:              '
              CERTIFICATES-BRAILLE.
           DISPLAY 'CERTRUN - HELD (GONE AWAY):     '
              CERTIFICATES-HELD.
           STOP RUN.
       P999.
           EXIT.
                 HV-CUST-NUMBER ' - SKIPPED.'
              GO TO WOC999
           END-IF
      *
      *    No certificate is posted to a customer whose mail is
      *    coming back undelivered; it can be produced through
      *    BALCERT once the new address has been recorded.
      *
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-OUR-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-CUST-NUMBER
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              DISPLAY 'CERTRUN - CUSTOMER ' HV-CUST-NUMBER
                 ' IS GONE AWAY - CERTIFICATE HELD.'
              ADD 1 TO CERTIFICATES-HELD
              GO TO WOC999
           END-IF
           MOVE CUSTOMER-NAME TO HV-CUST-NAME.
           MOVE CUSTOMER-ADDRESS TO HV-CUST-ADDRESS.
           MOVE 0 TO WS-CUST-ACC-COUNT.
           PERFORM GET-ACCESSIBLE-FORMAT.
           PERFORM WRITE-LETTER-HEADING.
           EXEC SQL OPEN ACCT-CURSOR
           END-EXEC.
           PERFORM WRITE-LETTER-FOOTING.
           IF WS-CUST-ACC-COUNT > 0
              ADD 1 TO CERTIFICATES-WRITTEN
              EVALUATE HV-VR-FORMAT
                 WHEN 'L'
                    ADD 1 TO CERTIFICATES-LARGE-PRINT
                 WHEN 'B'
                    ADD 1 TO CERTIFICATES-BRAILLE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       WOC999.
           EXIT.
      *
      *    Customers on the vulnerable customer register may have
      *    asked for large print or braille; the print room picks
      *    the format up from the line ahead of the certificate.
      *
       GET-ACCESSIBLE-FORMAT SECTION.
       GAF010.
           MOVE 'S' TO HV-VR-FORMAT.
           EXEC SQL
              SELECT VULNREG_FORMAT
              INTO :HV-VR-FORMAT
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-OUR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-CUST-NUMBER
              AND VULNREG_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'S' TO HV-VR-FORMAT
           END-IF.
       GAF999.
           EXIT.
       WRITE-LETTER-HEADING SECTION.
       WLH010.
           EVALUATE HV-VR-FORMAT
              WHEN 'L'
                 MOVE 'PRINT FORMAT LARGE PRINT' TO WS-TEXT-LINE
                 WRITE CERTIFICATE-LINE FROM WS-TEXT-LINE
              WHEN 'B'
                 MOVE 'PRINT FORMAT BRAILLE' TO WS-TEXT-LINE
                 WRITE CERTIFICATE-LINE FROM WS-TEXT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE ALL '-' TO WS-TEXT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
