      *    Shared layouts for the account and loan keyed stores and
      *    the container data passed between WEBHOME and its child
      *    programs.  The master files are keyed on the four digit
      *    customer number.  The partner account store, loaded daily
      *    by PTNRLOAD from the partner bank's extract, holds one
      *    record per account keyed on customer number then account
      *    number, so a customer may hold any number of accounts.
      *
       1 ACCOUNT-NUMBER-IN.
         2 CUST-NO-IN PIC X(4).
       1 LOAN-MASTER-RECORD.
         2 LM-CUST-NO         PIC X(4).
         2 LM-LOAN-RATE       PIC X(8).
       1 ACCTPTNR-RETURN-DATA.
         2 PTNR-NUMBER-OF-ACCOUNTS PIC S9(4) COMP-5 SYNC VALUE 0.
         2 PTNR-AS-AT-DATE         PIC X(10) VALUE ' '.
         2 PTNR-ACCOUNT-DETAILS OCCURS 0 TO 99 TIMES
               DEPENDING ON PTNR-NUMBER-OF-ACCOUNTS.
           3 PTNR-ACCT-NUMBER      PIC X(8).
           3 PTNR-BALANCE          PIC X(13).
           3 PTNR-OVERDRAFT        PIC X(13).
       1 PTNR-MAX-ACCOUNTS         PIC S9(4) COMP-5 SYNC VALUE 99.
       1 PARTNER-ACCOUNT-RECORD.
         2 PA-KEY.
           3 PA-CUST-NO       PIC X(4).
           3 PA-ACCT-NUMBER   PIC X(8).
         2 PA-BALANCE         PIC S9(9)V99 COMP-3.
         2 PA-OVERDRAFT       PIC S9(9)V99 COMP-3.
         2 PA-AS-AT-DATE      PIC X(8).
         2 PA-PARTNER-ID      PIC X(8).
         2 FILLER             PIC X(10).
