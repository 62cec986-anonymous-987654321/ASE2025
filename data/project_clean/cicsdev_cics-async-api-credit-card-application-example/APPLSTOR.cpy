      *
      *    Shared layouts for the card application store and the
      *    manual referral queue.  Every application ASYNCPNT
      *    decides is kept, keyed on the application number taken
      *    from the CCAPPLNO named counter, with the inputs, the
      *    result of each child transaction, the decision and the
      *    reasons for it.  Borderline applications also go on the
      *    referral queue until an underwriter decides them with
      *    the CCUW transaction.  CCLETTR produces the approval or
      *    decline letter once the final decision is known.
      *
      *    Reason codes:  CC  credit reference check unsatisfactory
      *                   SP  erratic spending pattern
      *                   NP  no active policy held
      *                   VO  VIP status would have overridden a
      *                       decline
      *                   IC  a check did not complete
      *                   UW  declined on underwriter review
      *
       1 APPLICATION-RECORD.
         2 AP-APPL-NO             PIC 9(8).
         2 AP-CUST-NO             PIC X(4).
         2 AP-APPL-DATE           PIC X(10).
         2 AP-APPL-TIME           PIC X(8).
         2 AP-CREDIT-CHECK-RESULT PIC X(3).
         2 AP-CUSTOMER-NAME       PIC X(80).
         2 AP-CUSTOMER-ADDRESS    PIC X(80).
         2 AP-CUSTOMER-POSTCODE   PIC X(8).
         2 AP-CUSTOMER-IMPORTANCE PIC X(8).
         2 AP-POLICY-STATUS       PIC X(8).
         2 AP-SPEND-PATTERN       PIC X(8).
         2 AP-CHILD-RESULTS OCCURS 7 TIMES.
           3 AP-CHILD-TRAN        PIC X(4).
           3 AP-CHILD-COMPSTATUS  PIC S9(8) USAGE BINARY.
           3 AP-CHILD-ABCODE      PIC X(4).
         2 AP-SYSTEM-DECISION     PIC X.
         2 AP-FINAL-DECISION      PIC X.
           88 AP-APPROVED           VALUE 'A'.
           88 AP-DECLINED           VALUE 'D'.
           88 AP-REFERRED           VALUE 'R'.
         2 AP-REASON-COUNT        PIC 9.
         2 AP-REASON-CODE         PIC X(2) OCCURS 5 TIMES.
         2 AP-UW-USER             PIC X(8).
         2 AP-UW-DATE             PIC X(10).
         2 AP-LETTER-STATUS       PIC X.
           88 AP-LETTER-NOT-DUE     VALUE ' '.
           88 AP-LETTER-DUE         VALUE 'P'.
           88 AP-LETTER-SENT        VALUE 'S'.
         2 AP-LETTER-DATE         PIC X(10).
         2 FILLER                 PIC X(49).
       1 REFERRAL-RECORD.
         2 RQ-APPL-NO             PIC 9(8).
         2 RQ-CUST-NO             PIC X(4).
         2 RQ-QUEUED-DATE         PIC X(10).
         2 RQ-REASON-COUNT        PIC 9.
         2 RQ-REASON-CODE         PIC X(2) OCCURS 5 TIMES.
         2 FILLER                 PIC X(17).
