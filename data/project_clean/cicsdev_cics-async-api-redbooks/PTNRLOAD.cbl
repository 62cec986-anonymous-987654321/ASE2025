       PROCESS NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTNRLOAD.
       AUTHOR. GOHILPR.
      *
      *    Daily batch load of the partner account store PTNRACC read
      *    by ACCTPTNR, from the partner bank's extract file PTNREXT.
      *
      *    The extract is a header, one detail per account in
      *    customer number then account number order, and a trailer
      *    carrying the detail count and the balance and overdraft
      *    totals.  The whole file is checked before PTNRACC is
      *    touched, so a rejected extract leaves yesterday's figures
      *    in place:
      *      RC 0   loaded
      *      RC 8   bad detail records or control totals not matched
      *      RC 12  header or trailer missing, or the extract is stale
      *      RC 16  PTNRACC could not be written, or the extract
      *             could not be read during the load; the store is
      *             incomplete and the job must be rerun
      *    The PARM gives the oldest extract accepted, in days before
      *    today (default 1).  An extract dated after today is also
      *    treated as stale.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTNREXT ASSIGN TO PTNREXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXTRACT-STATUS.
           SELECT PTNRACC ASSIGN TO PTNRACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PTNRACC-KEY
                  FILE STATUS IS PTNRACC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PTNREXT
           RECORDING MODE IS F.
       1 EXTRACT-HEADER.
         2 EH-RECORD-TYPE     PIC X.
         2 EH-EXTRACT-DATE    PIC 9(8).
         2 EH-PARTNER-ID      PIC X(8).
         2 FILLER             PIC X(63).
       1 EXTRACT-DETAIL.
         2 ED-RECORD-TYPE     PIC X.
         2 ED-KEY.
           3 ED-CUST-NO       PIC X(4).
           3 ED-ACCT-NUMBER   PIC X(8).
         2 ED-BALANCE         PIC S9(9)V99 SIGN LEADING SEPARATE.
         2 ED-OVERDRAFT       PIC 9(9)V99.
         2 ED-AS-AT-DATE      PIC 9(8).
         2 FILLER             PIC X(36).
       1 EXTRACT-TRAILER.
         2 ET-RECORD-TYPE     PIC X.
         2 ET-DETAIL-COUNT    PIC 9(9).
         2 ET-BALANCE-TOTAL   PIC S9(13)V99 SIGN LEADING SEPARATE.
         2 ET-OVERDRAFT-TOTAL PIC 9(13)V99.
         2 FILLER             PIC X(39).
       FD PTNRACC.
       1 PTNRACC-RECORD.
         2 PTNRACC-KEY        PIC X(12).
         2 FILLER             PIC X(38).
       WORKING-STORAGE SECTION.
       COPY ACCTSTOR.
       1 EXTRACT-STATUS       PIC XX VALUE '00'.
         88 EXTRACT-OK          VALUE '00'.
         88 EXTRACT-EOF         VALUE '10'.
       1 PTNRACC-STATUS       PIC XX VALUE '00'.
         88 PTNRACC-OK          VALUE '00'.
       1 LOAD-SWITCHES.
         2 HEADER-SEEN        PIC X VALUE 'N'.
         2 TRAILER-SEEN       PIC X VALUE 'N'.
       1 LOAD-RC              PIC S9(4) COMP-5 SYNC VALUE 0.
       1 MAX-AGE-DAYS         PIC S9(4) COMP-5 SYNC VALUE 1.
       1 EXTRACT-DATE         PIC 9(8) VALUE 0.
       1 PARTNER-ID           PIC X(8) VALUE ' '.
       1 TODAY-DATE           PIC 9(8).
       1 TODAY-DAY-NUMBER     PIC S9(9) COMP.
       1 EXTRACT-DAY-NUMBER   PIC S9(9) COMP.
       1 PREVIOUS-KEY         PIC X(12) VALUE LOW-VALUES.
       1 RECORD-NUMBER        PIC S9(9) COMP VALUE 0.
       1 DETAIL-COUNT         PIC S9(9) COMP VALUE 0.
       1 RECORDS-WRITTEN      PIC S9(9) COMP VALUE 0.
       1 BALANCE-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       1 OVERDRAFT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
       1 DISPLAY-COUNT        PIC Z(8)9.
       1 DISPLAY-TOTAL        PIC -(13)9.99.
       1 REJECT-REASON        PIC X(40) VALUE ' '.
       LINKAGE SECTION.
       1 PARM-AREA.
         2 PARM-LENGTH        PIC S9(4) COMP.
         2 PARM-MAX-AGE       PIC X(3).
       PROCEDURE DIVISION USING PARM-AREA.
       MAINLINE SECTION.
           IF PARM-LENGTH > 0 AND PARM-LENGTH < 4
           THEN
             IF PARM-MAX-AGE(1:PARM-LENGTH) IS NUMERIC
             THEN
               MOVE PARM-MAX-AGE(1:PARM-LENGTH) TO MAX-AGE-DAYS
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           COMPUTE TODAY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           PERFORM VALIDATE-EXTRACT
           IF LOAD-RC = 0
           THEN
             PERFORM LOAD-PARTNER-ACCOUNTS
           END-IF
           IF LOAD-RC = 0
           THEN
             MOVE RECORDS-WRITTEN TO DISPLAY-COUNT
             DISPLAY 'PTNRLOAD: partner ' PARTNER-ID
                     ' extract of ' EXTRACT-DATE
                     ' loaded, accounts: ' DISPLAY-COUNT
           ELSE
             IF LOAD-RC < 16
             THEN
               DISPLAY 'PTNRLOAD: extract rejected, PTNRACC unchanged: '
                       REJECT-REASON
             ELSE
               DISPLAY 'PTNRLOAD: load failed, rerun required: '
                       REJECT-REASON
             END-IF
           END-IF
           MOVE LOAD-RC TO RETURN-CODE
           GOBACK.
      *
      *    First pass: read the whole extract and check it.
      *
       VALIDATE-EXTRACT.
           OPEN INPUT PTNREXT
           IF NOT EXTRACT-OK
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'PTNREXT open failed' TO REJECT-REASON
           ELSE
             PERFORM READ-EXTRACT
             PERFORM CHECK-EXTRACT-RECORD
               UNTIL EXTRACT-EOF OR LOAD-RC NOT = 0
             CLOSE PTNREXT
           END-IF
           IF LOAD-RC = 0
           THEN
             PERFORM CHECK-CONTROL-TOTALS
           END-IF.
       CHECK-EXTRACT-RECORD.
           IF TRAILER-SEEN = 'Y'
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'records follow the trailer' TO REJECT-REASON
           ELSE
             EVALUATE TRUE
               WHEN HEADER-SEEN = 'N'
                 PERFORM CHECK-HEADER
               WHEN ED-RECORD-TYPE = 'D'
                 PERFORM CHECK-DETAIL
               WHEN ED-RECORD-TYPE = 'T'
                 PERFORM CHECK-TRAILER
               WHEN OTHER
                 MOVE 8 TO LOAD-RC
                 MOVE 'unknown record type' TO REJECT-REASON
             END-EVALUATE
           END-IF
           IF LOAD-RC = 0
           THEN
             PERFORM READ-EXTRACT
           ELSE
             MOVE RECORD-NUMBER TO DISPLAY-COUNT
             DISPLAY 'PTNRLOAD: extract record ' DISPLAY-COUNT
                     ': ' REJECT-REASON
           END-IF.
       CHECK-HEADER.
           IF EH-RECORD-TYPE NOT = 'H'
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'no header record' TO REJECT-REASON
           ELSE
             MOVE 'Y' TO HEADER-SEEN
             MOVE EH-PARTNER-ID TO PARTNER-ID
             IF EH-EXTRACT-DATE IS NOT NUMERIC
             THEN
               MOVE 12 TO LOAD-RC
               MOVE 'header extract date invalid' TO REJECT-REASON
             ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(EH-EXTRACT-DATE) NOT = 0
               THEN
                 MOVE 12 TO LOAD-RC
                 MOVE 'header extract date invalid' TO REJECT-REASON
               ELSE
                 MOVE EH-EXTRACT-DATE TO EXTRACT-DATE
                 PERFORM CHECK-EXTRACT-AGE
               END-IF
             END-IF
           END-IF.
       CHECK-EXTRACT-AGE.
           COMPUTE EXTRACT-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(EXTRACT-DATE)
           IF EXTRACT-DAY-NUMBER < TODAY-DAY-NUMBER - MAX-AGE-DAYS
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'stale extract' TO REJECT-REASON
           END-IF
           IF EXTRACT-DAY-NUMBER > TODAY-DAY-NUMBER
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'extract dated after today' TO REJECT-REASON
           END-IF.
       CHECK-DETAIL.
           ADD 1 TO DETAIL-COUNT
           EVALUATE TRUE
             WHEN ED-CUST-NO = SPACES OR ED-ACCT-NUMBER = SPACES
               MOVE 8 TO LOAD-RC
               MOVE 'customer or account number missing'
                 TO REJECT-REASON
             WHEN ED-KEY NOT > PREVIOUS-KEY
               MOVE 8 TO LOAD-RC
               MOVE 'detail out of sequence or duplicated'
                 TO REJECT-REASON
             WHEN ED-BALANCE IS NOT NUMERIC
               OR ED-OVERDRAFT IS NOT NUMERIC
               MOVE 8 TO LOAD-RC
               MOVE 'balance or overdraft not numeric'
                 TO REJECT-REASON
             WHEN ED-AS-AT-DATE IS NOT NUMERIC
               MOVE 8 TO LOAD-RC
               MOVE 'as-at date invalid' TO REJECT-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD(ED-AS-AT-DATE) NOT = 0
               MOVE 8 TO LOAD-RC
               MOVE 'as-at date invalid' TO REJECT-REASON
             WHEN ED-AS-AT-DATE > EXTRACT-DATE
               MOVE 8 TO LOAD-RC
               MOVE 'as-at date after extract date' TO REJECT-REASON
             WHEN OTHER
               MOVE ED-KEY TO PREVIOUS-KEY
               ADD ED-BALANCE TO BALANCE-TOTAL
               ADD ED-OVERDRAFT TO OVERDRAFT-TOTAL
           END-EVALUATE.
       CHECK-TRAILER.
           MOVE 'Y' TO TRAILER-SEEN
           IF ET-DETAIL-COUNT IS NOT NUMERIC
              OR ET-BALANCE-TOTAL IS NOT NUMERIC
              OR ET-OVERDRAFT-TOTAL IS NOT NUMERIC
           THEN
             MOVE 8 TO LOAD-RC
             MOVE 'trailer totals not numeric' TO REJECT-REASON
           END-IF.
       CHECK-CONTROL-TOTALS.
           IF HEADER-SEEN = 'N'
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'empty extract, no header record' TO REJECT-REASON
           END-IF
           IF TRAILER-SEEN = 'N' AND LOAD-RC = 0
           THEN
             MOVE 12 TO LOAD-RC
             MOVE 'no trailer record' TO REJECT-REASON
           END-IF
           IF LOAD-RC = 0
           THEN
             IF ET-DETAIL-COUNT NOT = DETAIL-COUNT
             THEN
               MOVE 8 TO LOAD-RC
               MOVE 'detail count does not match trailer'
                 TO REJECT-REASON
               MOVE DETAIL-COUNT TO DISPLAY-COUNT
               DISPLAY 'PTNRLOAD: details read    ' DISPLAY-COUNT
               MOVE ET-DETAIL-COUNT TO DISPLAY-COUNT
               DISPLAY 'PTNRLOAD: trailer count   ' DISPLAY-COUNT
             END-IF
             IF ET-BALANCE-TOTAL NOT = BALANCE-TOTAL
             THEN
               MOVE 8 TO LOAD-RC
               MOVE 'balance total does not match trailer'
                 TO REJECT-REASON
               MOVE BALANCE-TOTAL TO DISPLAY-TOTAL
               DISPLAY 'PTNRLOAD: balances read   ' DISPLAY-TOTAL
               MOVE ET-BALANCE-TOTAL TO DISPLAY-TOTAL
               DISPLAY 'PTNRLOAD: trailer balance ' DISPLAY-TOTAL
             END-IF
             IF ET-OVERDRAFT-TOTAL NOT = OVERDRAFT-TOTAL
             THEN
               MOVE 8 TO LOAD-RC
               MOVE 'overdraft total does not match trailer'
                 TO REJECT-REASON
               MOVE OVERDRAFT-TOTAL TO DISPLAY-TOTAL
               DISPLAY 'PTNRLOAD: overdrafts read ' DISPLAY-TOTAL
               MOVE ET-OVERDRAFT-TOTAL TO DISPLAY-TOTAL
               DISPLAY 'PTNRLOAD: trailer o/draft ' DISPLAY-TOTAL
             END-IF
           END-IF.
      *
      *    Second pass: the extract has been accepted, so replace the
      *    store's contents with it.  PTNRACC is defined REUSE so an
      *    OPEN OUTPUT empties it first.
      *
       LOAD-PARTNER-ACCOUNTS.
           OPEN INPUT PTNREXT
           OPEN OUTPUT PTNRACC
           IF NOT EXTRACT-OK OR NOT PTNRACC-OK
           THEN
             MOVE 16 TO LOAD-RC
             MOVE 'PTNREXT or PTNRACC open failed' TO REJECT-REASON
           ELSE
             PERFORM READ-EXTRACT
             PERFORM WRITE-PARTNER-ACCOUNT
               UNTIL EXTRACT-EOF OR LOAD-RC NOT = 0
      *      PTNRACC has been emptied, so any failure from here on,
      *      a read of the extract included, leaves it part loaded.
             IF LOAD-RC NOT = 0
             THEN
               MOVE 16 TO LOAD-RC
             END-IF
           END-IF
           CLOSE PTNREXT
           CLOSE PTNRACC.
       WRITE-PARTNER-ACCOUNT.
           IF ED-RECORD-TYPE = 'D'
           THEN
             INITIALIZE PARTNER-ACCOUNT-RECORD
             MOVE ED-CUST-NO     TO PA-CUST-NO
             MOVE ED-ACCT-NUMBER TO PA-ACCT-NUMBER
             MOVE ED-BALANCE     TO PA-BALANCE
             MOVE ED-OVERDRAFT   TO PA-OVERDRAFT
             MOVE ED-AS-AT-DATE  TO PA-AS-AT-DATE
             MOVE PARTNER-ID     TO PA-PARTNER-ID
             WRITE PTNRACC-RECORD FROM PARTNER-ACCOUNT-RECORD
             IF NOT PTNRACC-OK
             THEN
               MOVE 16 TO LOAD-RC
               MOVE 'PTNRACC write failed' TO REJECT-REASON
               DISPLAY 'PTNRLOAD: write status ' PTNRACC-STATUS
                       ' key ' PA-KEY
             ELSE
               ADD 1 TO RECORDS-WRITTEN
             END-IF
           END-IF
           PERFORM READ-EXTRACT.
       READ-EXTRACT.
           READ PTNREXT
           IF EXTRACT-OK
           THEN
             ADD 1 TO RECORD-NUMBER
           ELSE
             IF NOT EXTRACT-EOF
             THEN
               MOVE 12 TO LOAD-RC
               MOVE 'PTNREXT read failed' TO REJECT-REASON
             END-IF
           END-IF.
