       IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTPTNR.
        AUTHOR. GOHILPR.
      *
      *    Partner bank accounts for WEBHOME's home page: browses the
      *    partner account store PTNRACC, loaded daily by PTNRLOAD,
      *    and returns every account the customer holds with the
      *    as-at date of the partner extract the figures came from.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
        WORKING-STORAGE SECTION.
       COPY ACCTSTOR.
       1 CONTAINER-NAMES.
         2 INPUT-CONTAINER    PIC X(16) VALUE 'INPUTCONTAINER  '.
         2 ACCTPTNR-CONTAINER PIC X(16) VALUE 'ACCTPTNRCONT    '.
       1 PTNR-FILE     PIC X(8) VALUE 'PTNRACC '.
       1 PTNR-RIDFLD.
         2 PTNR-RID-CUST-NO   PIC X(4).
         2 PTNR-RID-ACCT-NO   PIC X(8).
       1 PTNR-LATEST-AS-AT   PIC X(8) VALUE ' '.
       1 PTNR-BROWSE-SWITCH  PIC X VALUE 'N'.
         88 PTNR-BROWSE-DONE   VALUE 'Y'.
       1 PTNR-AMOUNT-EDIT    PIC -(9)9.99.
       1 PTNR-AMOUNT-TEXT    PIC X(13).
       1 PTNR-LEAD-SPACES    PIC S9(4) COMP-5 SYNC.
       1 PTNR-RETURN-LENGTH  PIC S9(8) COMP.
       1 COMMAND-RESP  PIC S9(8) COMP.
       1 COMMAND-RESP2 PIC S9(8) COMP.
        LINKAGE SECTION.
       PROCEDURE DIVISION .
       MAINLINE SECTION.
           EXEC CICS GET CONTAINER (INPUT-CONTAINER)
                           INTO    ( ACCOUNT-NUMBER-IN )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           MOVE 0 TO PTNR-NUMBER-OF-ACCOUNTS
           MOVE SPACES TO PTNR-AS-AT-DATE
           MOVE CUST-NO-IN TO PTNR-RID-CUST-NO
           MOVE LOW-VALUES TO PTNR-RID-ACCT-NO
           EXEC CICS STARTBR FILE   ( PTNR-FILE )
                             RIDFLD ( PTNR-RIDFLD )
                             GTEQ
                             RESP   ( COMMAND-RESP )
                             RESP2  ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP = DFHRESP(NORMAL)
           THEN
             PERFORM READ-PARTNER-ACCOUNT
               UNTIL PTNR-BROWSE-DONE
             EXEC CICS ENDBR FILE ( PTNR-FILE )
                             RESP ( COMMAND-RESP )
                             RESP2( COMMAND-RESP2 )
             END-EXEC
           END-IF
           IF PTNR-LATEST-AS-AT NOT = SPACES
           THEN
             STRING PTNR-LATEST-AS-AT(1:4) '-'
                    PTNR-LATEST-AS-AT(5:2) '-'
                    PTNR-LATEST-AS-AT(7:2)
                    DELIMITED BY SIZE
                  INTO PTNR-AS-AT-DATE
           END-IF
           COMPUTE PTNR-RETURN-LENGTH = LENGTH OF ACCTPTNR-RETURN-DATA
           EXEC CICS PUT CONTAINER ( ACCTPTNR-CONTAINER )
                           FROM    ( ACCTPTNR-RETURN-DATA )
                           FLENGTH ( PTNR-RETURN-LENGTH )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       READ-PARTNER-ACCOUNT.
           EXEC CICS READNEXT FILE   ( PTNR-FILE )
                              INTO   ( PARTNER-ACCOUNT-RECORD )
                              RIDFLD ( PTNR-RIDFLD )
                              RESP   ( COMMAND-RESP )
                              RESP2  ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
              OR PA-CUST-NO NOT = CUST-NO-IN
           THEN
             SET PTNR-BROWSE-DONE TO TRUE
           ELSE
             IF PTNR-NUMBER-OF-ACCOUNTS NOT < PTNR-MAX-ACCOUNTS
             THEN
               DISPLAY 'ACCTPTNR: more than ' PTNR-MAX-ACCOUNTS
                       ' partner accounts for customer ' CUST-NO-IN
                       ', remainder not shown.'
               SET PTNR-BROWSE-DONE TO TRUE
             ELSE
               ADD 1 TO PTNR-NUMBER-OF-ACCOUNTS
               MOVE PA-ACCT-NUMBER
                 TO PTNR-ACCT-NUMBER(PTNR-NUMBER-OF-ACCOUNTS)
               MOVE PA-BALANCE TO PTNR-AMOUNT-EDIT
               PERFORM LEFT-JUSTIFY-AMOUNT
               MOVE PTNR-AMOUNT-TEXT
                 TO PTNR-BALANCE(PTNR-NUMBER-OF-ACCOUNTS)
               MOVE PA-OVERDRAFT TO PTNR-AMOUNT-EDIT
               PERFORM LEFT-JUSTIFY-AMOUNT
               MOVE PTNR-AMOUNT-TEXT
                 TO PTNR-OVERDRAFT(PTNR-NUMBER-OF-ACCOUNTS)
               IF PA-AS-AT-DATE > PTNR-LATEST-AS-AT
               THEN
                 MOVE PA-AS-AT-DATE TO PTNR-LATEST-AS-AT
               END-IF
             END-IF
           END-IF.
      *
      *    Amounts go to WEBHOME as left-justified text, the way the
      *    current account figures are held.
      *
       LEFT-JUSTIFY-AMOUNT.
           MOVE 0 TO PTNR-LEAD-SPACES
           INSPECT PTNR-AMOUNT-EDIT
                   TALLYING PTNR-LEAD-SPACES FOR LEADING SPACES
           MOVE SPACES TO PTNR-AMOUNT-TEXT
           MOVE PTNR-AMOUNT-EDIT(PTNR-LEAD-SPACES + 1:)
             TO PTNR-AMOUNT-TEXT.
       END PROGRAM 'ACCTPTNR'.
