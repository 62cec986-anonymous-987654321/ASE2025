      *    percent of the pro-rata figure.
      *
       77  WS-SHORT-RATE-PCT           PIC 9(3) VALUE 90.
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
           IF CA-RETURN-CODE = '00' AND WS-REFUND-INT NOT = 0
              PERFORM RAISE-REFUND-IN-BILLING
           END-IF.
           IF CA-RETURN-CODE = '00' AND WS-REFUND-INT NOT = 0
              PERFORM RETURN-CEDED-PREMIUM
           END-IF.
           IF CA-RETURN-CODE = '00' AND WS-REFUND-INT NOT = 0
              PERFORM RETURN-PREMIUM-TAX
           END-IF.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       RRB999.
           EXIT.

       RETURN-CEDED-PREMIUM SECTION.
       RCP010.
      *
      *    The reinsurers return their share of the refund at the
      *    cession percentage booked for the policy.
      *
           INITIALIZE RI-PARMS.
           MOVE 'C' TO RI-FUNCTION.
           MOVE 'C' TO RI-EVENT.
           MOVE DB2-POLICYNUM-INT TO RI-POLICY-NUM.
           MOVE DB2-POLICYTYPE TO RI-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO RI-EVENT-DATE.
           COMPUTE RI-PREMIUM = 0 - WS-REFUND-INT.
           MOVE 'B' TO RI-STATUS.
           CALL 'LGRICE01' USING RI-PARMS.
           IF RI-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' CESSION WRITE FAILED' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RCP999.
           EXIT.

       RETURN-PREMIUM-TAX SECTION.
       RPT010.
      *
      *    The tax contained in the refund is reclaimed on the
      *    quarterly return: it goes on the ledger as a negative
      *    premium at the rate in force on the cancellation date.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'W' TO IPT-FUNCTION.
           MOVE 'C' TO IPT-EVENT.
           MOVE DB2-POLICYNUM-INT TO IPT-POLICY-NUM.
           MOVE DB2-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO IPT-EVENT-DATE.
           COMPUTE IPT-GROSS-PREMIUM = 0 - WS-REFUND-INT.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' IPT LEDGER FAILED   ' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RPT999.
           EXIT.

       WRITE-ERROR-MESSAGE SECTION.
       WEM010.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
