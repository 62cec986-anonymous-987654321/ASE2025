           88 NO-MORE-POLICIES              VALUE 'Y'.
       01  WS-LAPSE-SW                 PIC X VALUE 'N'.
           88 NO-MORE-LAPSES                VALUE 'Y'.
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
       01  WS-IPT-EDIT                 PIC Z(7)9.99.
       01  WS-IPT-RATE-EDIT            PIC ZZ9.99.
       01  RENEWALS-RAISED             PIC 9(8) VALUE 0.
       01  NOTICES-ISSUED              PIC 9(8) VALUE 0.
       01  POLICIES-LAPSED             PIC 9(8) VALUE 0.
       01  RENEWALS-CEDED              PIC 9(8) VALUE 0.
           EXEC SQL
             DECLARE Renew_Cursor Cursor For
             SELECT PolicyNumber,
           DISPLAY 'LGRNWL01 RENEWALS RAISED:  ' RENEWALS-RAISED.
           DISPLAY 'LGRNWL01 NOTICES ISSUED:   ' NOTICES-ISSUED.
           DISPLAY 'LGRNWL01 POLICIES LAPSED:  ' POLICIES-LAPSED.
           DISPLAY 'LGRNWL01 RENEWALS CEDED:   ' RENEWALS-CEDED.
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.
              GO TO ROR999
           END-IF.
           ADD 1 TO RENEWALS-RAISED.
           PERFORM CEDE-RENEWAL.
           PERFORM ISSUE-RENEWAL-NOTICE.
       ROR999.
           EXIT.

       CEDE-RENEWAL SECTION.
       CRN010.
      *
      *    The renewal is ceded on the treaty in force when the
      *    renewed term starts, held pending until the customer
      *    confirms it (LGRNWP01 then books it at the confirmed
      *    premium).
      *
           INITIALIZE RI-PARMS.
           MOVE 'C' TO RI-FUNCTION.
           MOVE 'R' TO RI-EVENT.
           MOVE DB2-RNW-POLICYNUM TO RI-POLICY-NUM.
           MOVE DB2-RNW-POLICYTYPE TO RI-POLICY-TYPE.
           MOVE DB2-EXPIRYDATE TO RI-EVENT-DATE.
           MOVE DB2-RNW-NEW-PAYMENT TO RI-PREMIUM.
           MOVE 'P' TO RI-STATUS.
           CALL 'LGRICE01' USING RI-PARMS.
           EVALUATE RI-RETURN-CODE
             WHEN '00'
               ADD 1 TO RENEWALS-CEDED
             WHEN '90'
               MOVE RI-SQLCODE TO WS-SQLCODE-DISP
               DISPLAY 'LGRNWL01 CESSION WRITE FAILED SQLCODE='
                  WS-SQLCODE-DISP ' POLICY ' DB2-RNW-POLICYNUM
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CRN999.
           EXIT.

       CALCULATE-RENEWAL-PAYMENT SECTION.
       CRP010.
           EVALUATE DB2-POLICYTYPE
                 WS-NCD-NEW-LEVEL ' (' WS-NCD-DISCOUNT-PCT
                 ' PCT)'
           END-IF.
      *
      *    The renewal premium is inclusive of insurance premium
      *    tax at the rate in force when the renewed term starts.
      *    Nothing is put on the tax ledger until the renewal is
      *    confirmed.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'Q' TO IPT-FUNCTION.
           MOVE DB2-RNW-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE DB2-EXPIRYDATE TO IPT-EVENT-DATE.
           MOVE DB2-RNW-NEW-PAYMENT TO IPT-GROSS-PREMIUM.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '00'
              MOVE IPT-TAX TO WS-IPT-EDIT
              MOVE IPT-RATE-PCT TO WS-IPT-RATE-EDIT
              DISPLAY '  INCLUDES INSURANCE PREMIUM TAX '
                 WS-IPT-EDIT ' AT ' WS-IPT-RATE-EDIT ' PCT'
           END-IF.
           ADD 1 TO NOTICES-ISSUED.
       IRN999.
           EXIT.
                 WS-SQLCODE-DISP
              GO TO LOP999
           END-IF.
           EXEC SQL
             UPDATE RICESSION
             SET Status = 'X'
             WHERE PolicyNumber = :DB2-RNW-POLICYNUM
             AND   EventType = 'R'
             AND   Status = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'LGRNWL01 CESSION VOID FAILED SQLCODE='
                 WS-SQLCODE-DISP
           END-IF.
           ADD 1 TO POLICIES-LAPSED.
           DISPLAY 'LGRNWL01 LAPSED: POLICY ' DB2-RNW-POLICYNUM
              ' CUSTOMER ' DB2-RNW-CUSTOMERNUM
