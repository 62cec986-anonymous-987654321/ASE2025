       01  WS-POLICY-DISP              PIC 9(10).
       01  WS-VALUE-EDIT               PIC -(9)9.99.
       01  WS-PAYMENT-EDIT             PIC -(9)9.99.
       01  WS-IPT-RATE-EDIT            PIC ZZ9.99.
      *
      *    Parameter area for LGIPTX01, the insurance premium tax
      *    routine.
      *
       01  IPT-PARMS.
           03 IPT-FUNCTION             PIC X.
           03 IPT-RETURN-CODE          PIC 9(2).
           03 IPT-EVENT                PIC X.
           03 IPT-POLICY-NUM           PIC S9(9) COMP.
           03 IPT-POLICY-TYPE          PIC X.
           03 IPT-EVENT-DATE           PIC X(10).
           03 IPT-GROSS-PREMIUM        PIC S9(9) COMP.
           03 IPT-RATE-PCT             PIC S9(3)V99 COMP-3.
           03 IPT-TAX                  PIC S9(9)V99 COMP-3.
           03 IPT-NET-PREMIUM          PIC S9(9)V99 COMP-3.
           03 IPT-SQLCODE              PIC S9(9) COMP.
      *
      *    Every policy touched since the previous run (new
      *    business, endorsement or renewal all stamp LastChanged)
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE DOC-PRINT-LINE FROM WS-TEXT-LINE.
           PERFORM WRITE-PREMIUM-LINES.
           EVALUATE DB2-POLICYTYPE
             WHEN 'M'
               PERFORM WRITE-MOTOR-COVER-LINES
       WPS999.
           EXIT.

       WRITE-PREMIUM-LINES SECTION.
       WPL010.
      *
      *    The premium is inclusive of insurance premium tax, which
      *    the schedule shows separately at the rate in force on
      *    the date the schedule is produced. A type with no rate
      *    on file prints the premium alone.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'Q' TO IPT-FUNCTION.
           MOVE DB2-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO IPT-EVENT-DATE.
           MOVE DB2-PAYMENT-INT TO IPT-GROSS-PREMIUM.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '90'
              MOVE IPT-SQLCODE TO SQLCODE
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF IPT-RETURN-CODE NOT = '00'
              MOVE DB2-PAYMENT-INT TO WS-PAYMENT-EDIT
              MOVE SPACES TO WS-TEXT-LINE
              STRING 'ANNUAL PREMIUM: ' WS-PAYMENT-EDIT
                 DELIMITED BY SIZE INTO WS-TEXT-LINE
              END-STRING
              WRITE DOC-PRINT-LINE FROM WS-TEXT-LINE
              GO TO WPL999
           END-IF.
           MOVE IPT-NET-PREMIUM TO WS-PAYMENT-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'PREMIUM BEFORE TAX:       ' WS-PAYMENT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE DOC-PRINT-LINE FROM WS-TEXT-LINE.
           MOVE IPT-TAX TO WS-PAYMENT-EDIT.
           MOVE IPT-RATE-PCT TO WS-IPT-RATE-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'INSURANCE PREMIUM TAX:    ' WS-PAYMENT-EDIT
              ' AT ' WS-IPT-RATE-EDIT ' PCT'
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE DOC-PRINT-LINE FROM WS-TEXT-LINE.
           MOVE DB2-PAYMENT-INT TO WS-PAYMENT-EDIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'ANNUAL PREMIUM INCL. TAX: ' WS-PAYMENT-EDIT
              DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING.
           WRITE DOC-PRINT-LINE FROM WS-TEXT-LINE.
       WPL999.
           EXIT.

       WRITE-MOTOR-COVER-LINES SECTION.
       WMCL010.
           EXEC SQL
