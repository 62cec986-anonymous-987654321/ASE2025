       01  WS-NEW-PAYMENT              PIC S9(9) COMP.
       01  WS-ADJUSTMENT               PIC S9(9)V99 COMP-3.
       01  WS-ADJUSTMENT-INT           PIC S9(9) COMP.
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
           END-IF.
           MOVE WS-NEW-PAYMENT TO CA-E-NEW-PAYMENT.
           MOVE WS-ADJUSTMENT-INT TO CA-E-ADJUSTMENT.
           IF WS-ADJUSTMENT-INT NOT = 0
           OR WS-NEW-VALUE NOT = WS-OLD-VALUE
              PERFORM CEDE-ENDORSEMENT
           END-IF.
           IF WS-ADJUSTMENT-INT NOT = 0
              PERFORM TAX-ENDORSEMENT
           END-IF.
       APA999.
           EXIT.

       CEDE-ENDORSEMENT SECTION.
       CEN010.
      *
      *    The endorsement is ceded on the revised sum insured;
      *    the premium ceded (or returned) is the pro-rata
      *    adjustment collected from the policyholder.
      *
           INITIALIZE RI-PARMS.
           MOVE 'C' TO RI-FUNCTION.
           MOVE 'E' TO RI-EVENT.
           MOVE DB2-POLICYNUM-INT TO RI-POLICY-NUM.
           MOVE DB2-POLICYTYPE TO RI-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO RI-EVENT-DATE.
           MOVE WS-NEW-VALUE TO RI-SUM-INSURED.
           MOVE WS-ADJUSTMENT-INT TO RI-PREMIUM.
           MOVE 'B' TO RI-STATUS.
           CALL 'LGRICE01' USING RI-PARMS.
           IF RI-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' CESSION WRITE FAILED' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CEN999.
           EXIT.

       TAX-ENDORSEMENT SECTION.
       TEN010.
      *
      *    The pro-rata additional (or returned) premium carries
      *    premium tax at the rate in force on the endorsement
      *    date.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'W' TO IPT-FUNCTION.
           MOVE 'E' TO IPT-EVENT.
           MOVE DB2-POLICYNUM-INT TO IPT-POLICY-NUM.
           MOVE DB2-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO IPT-EVENT-DATE.
           MOVE WS-ADJUSTMENT-INT TO IPT-GROSS-PREMIUM.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' IPT LEDGER FAILED   ' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       TEN999.
           EXIT.

       WRITE-ERROR-MESSAGE SECTION.
       WEM010.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
