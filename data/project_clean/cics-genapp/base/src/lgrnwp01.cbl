           03 DB2-RNW-POLICYNUM        PIC S9(9) COMP.
           03 DB2-RNW-NEW-PAYMENT      PIC S9(9) COMP.
           03 DB2-RNW-STATUS           PIC X.
           03 DB2-RNW-POLICYTYPE       PIC X.
       01  DB2-POLICY-ROW.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-NEW-EXPIRY           PIC X(10).
       01  DB2-CESSION-DATE            PIC X(10).
       01  DB2-TERM-START              PIC X(10).
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  WS-SQLCODE-DISP             PIC +9(5) USAGE DISPLAY.
      *
      *    Parameter area for LGRICE01, the reinsurance cession
      *    routine.
      *
       01  RI-PARMS.
           03 RI-FUNCTION              PIC X.
           03 RI-RETURN-CODE           PIC 9(2).
           03 RI-EVENT                 PIC X.
           03 RI-POLICY-NUM            PIC S9(9) COMP.
           03 RI-POLICY-TYPE           PIC X.
           03 RI-EVENT-DATE            PIC X(10).
           03 RI-LOSS-DATE             PIC X(10).
           03 RI-SUM-INSURED           PIC S9(9) COMP.
           03 RI-PREMIUM               PIC S9(9) COMP.
           03 RI-CLAIM-NUM             PIC S9(9) COMP.
           03 RI-CLAIM-AMOUNT          PIC S9(9) COMP.
           03 RI-STATUS                PIC X.
           03 RI-TREATY-ID             PIC X(8).
           03 RI-CESSION-PCT           PIC S9(3)V9(4) COMP-3.
           03 RI-CEDED-SUM             PIC S9(9) COMP.
           03 RI-CEDED-PREMIUM         PIC S9(9)V99 COMP-3.
           03 RI-COMMISSION            PIC S9(9)V99 COMP-3.
           03 RI-RECOVERABLE           PIC S9(9)V99 COMP-3.
           03 RI-SQLCODE               PIC S9(9) COMP.
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
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03 CA-REQUEST-ID            PIC X(6).
       CONFIRM-RENEWAL SECTION.
       CR010.
           EXEC SQL
             SELECT NewPayment, Status, PolicyType
             INTO  :DB2-RNW-NEW-PAYMENT, :DB2-RNW-STATUS,
                   :DB2-RNW-POLICYTYPE
             FROM  RENEWAL
             WHERE PolicyNumber = :DB2-RNW-POLICYNUM
           END-EXEC.
              GO TO CR999
           END-IF.
           MOVE CA-NEW-EXPIRY-DATE TO DB2-NEW-EXPIRY.
           MOVE SPACES TO DB2-TERM-START.
           EXEC SQL
             SELECT ExpiryDate
             INTO  :DB2-TERM-START
             FROM  POLICY
             WHERE PolicyNumber = :DB2-RNW-POLICYNUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              GO TO CR999
           END-IF.
           EXEC SQL
             UPDATE POLICY
             SET Payment = :DB2-RNW-NEW-PAYMENT,
              MOVE '90' TO CA-RETURN-CODE
           ELSE
              MOVE DB2-RNW-NEW-PAYMENT TO CA-RENEWAL-PAYMENT
              PERFORM BOOK-RENEWAL-CESSION
           END-IF.
           IF CA-RETURN-CODE = '00'
              PERFORM TAX-RENEWAL
           END-IF.
       CR999.
           EXIT.

       BOOK-RENEWAL-CESSION SECTION.
       BRC010.
      *
      *    The cession held pending since the renewal notice is
      *    replaced by one booked at the confirmed premium, which
      *    may have been amended since the notice went out.
      *
           MOVE SPACES TO DB2-CESSION-DATE.
           EXEC SQL
             SELECT CessionDate
             INTO  :DB2-CESSION-DATE
             FROM  RICESSION
             WHERE PolicyNumber = :DB2-RNW-POLICYNUM
             AND   EventType = 'R'
             AND   Status = 'P'
             ORDER BY CessionSeq DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO CA-RETURN-CODE
              GO TO BRC999
           END-IF.
           PERFORM VOID-PENDING-CESSION.
           IF CA-RETURN-CODE NOT = '00'
              GO TO BRC999
           END-IF.
           INITIALIZE RI-PARMS.
           MOVE 'C' TO RI-FUNCTION.
           MOVE 'R' TO RI-EVENT.
           MOVE DB2-RNW-POLICYNUM TO RI-POLICY-NUM.
           MOVE DB2-RNW-POLICYTYPE TO RI-POLICY-TYPE.
           MOVE DB2-CESSION-DATE TO RI-EVENT-DATE.
           MOVE DB2-RNW-NEW-PAYMENT TO RI-PREMIUM.
           MOVE 'B' TO RI-STATUS.
           CALL 'LGRICE01' USING RI-PARMS.
           IF RI-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
           END-IF.
       BRC999.
           EXIT.

       VOID-PENDING-CESSION SECTION.
       VPC010.
           EXEC SQL
             UPDATE RICESSION
             SET Status = 'X'
             WHERE PolicyNumber = :DB2-RNW-POLICYNUM
             AND   EventType = 'R'
             AND   Status = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO CA-RETURN-CODE
           END-IF.
       VPC999.
           EXIT.

       TAX-RENEWAL SECTION.
       TRN010.
      *
      *    The confirmed renewal premium goes on the premium tax
      *    ledger at the rate in force when the renewed term
      *    starts, the day the old term expires.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'W' TO IPT-FUNCTION.
           MOVE 'R' TO IPT-EVENT.
           MOVE DB2-RNW-POLICYNUM TO IPT-POLICY-NUM.
           MOVE DB2-RNW-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE DB2-TERM-START TO IPT-EVENT-DATE.
           MOVE DB2-RNW-NEW-PAYMENT TO IPT-GROSS-PREMIUM.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
           END-IF.
       TRN999.
           EXIT.

       AMEND-RENEWAL SECTION.
       AR010.
           IF CA-RENEWAL-PAYMENT = 0
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               PERFORM VOID-PENDING-CESSION
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
