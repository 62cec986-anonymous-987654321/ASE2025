          03 HV-PAYEE-CREATED           PIC S9(8).
          03 HV-PAYEE-FIRST-LIMIT       PIC S9(10)V99.
          03 HV-PAYEE-STATUS            PIC X.
      *
      *    Sort code directory, loaded weekly by SCDLOAD.
      *
       01 HOST-SCDIR-ROW.
          03 HV-SCD-SORTCODE            PIC X(6).
          03 HV-SCD-FPS                 PIC X.
          03 HV-SCD-BACS                PIC X.
          03 HV-SCD-CLOSED-DATE         PIC S9(8).
       01 HV-MAX-SEQ                    PIC S9(4) COMP.
       01 HV-MAX-SEQ-IND                PIC S9(4) COMP.
       01 WS-CUST-DATA.
           END-IF.
           IF COMM-PAYEE-SORTCODE = SORTCODE
              PERFORM VERIFY-ON-US-PAYEE-NAME
           ELSE
              PERFORM CHECK-PAYEE-SORTCODE
              IF COMM-FAIL-CODE NOT = '0'
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.
           PERFORM WRITE-PAYEE.
           PERFORM GET-ME-OUT-OF-HERE.
           END-IF.
       VOUPN999.
           EXIT.
      *
      *    A payee at another bank must be at a sort code that is
      *    in the directory, has not closed and can receive Faster
      *    Payments or BACS, the schemes payees are paid by.
      *
       CHECK-PAYEE-SORTCODE SECTION.
       CPS010.
           MOVE COMM-PAYEE-SORTCODE TO HV-SCD-SORTCODE.
           EXEC SQL
              SELECT SCDIR_FPS,
                     SCDIR_BACS,
                     SCDIR_CLOSED_DATE
              INTO :HV-SCD-FPS,
                   :HV-SCD-BACS,
                   :HV-SCD-CLOSED-DATE
              FROM SCDIR
              WHERE SCDIR_SORTCODE = :HV-SCD-SORTCODE
           END-EXEC.
           IF SQLCODE = +100
              DISPLAY 'CREPAYE: Sort code ' COMM-PAYEE-SORTCODE
                 ' is not in the sort code directory - payee not'
                 ' created.'
              MOVE 'D' TO COMM-FAIL-CODE
              GO TO CPS999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CREPAYE: Unable to read SCDIR. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CPS999
           END-IF.
           IF HV-SCD-CLOSED-DATE > 0
              AND HV-SCD-CLOSED-DATE <= WS-TODAY-YYYYMMDD
              DISPLAY 'CREPAYE: Sort code ' COMM-PAYEE-SORTCODE
                 ' has closed - payee not created.'
              MOVE 'D' TO COMM-FAIL-CODE
              GO TO CPS999
           END-IF.
           IF HV-SCD-FPS NOT = 'Y' AND HV-SCD-BACS NOT = 'Y'
              DISPLAY 'CREPAYE: Sort code ' COMM-PAYEE-SORTCODE
                 ' cannot receive payments - payee not created.'
              MOVE 'R' TO COMM-FAIL-CODE
           END-IF.
       CPS999.
           EXIT.
       COMPARE-PAYEE-NAMES SECTION.
       CPN010.
           MOVE 'N' TO WS-NAME-MATCH-SW.
