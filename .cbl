       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFTFUN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Banker's drafts. Function I issues a draft: the customer's
      *    account is debited through DBCRFUN, so every check that
      *    applies to a counter withdrawal applies here too, and the
      *    amount is credited to the drafts-outstanding account on
      *    CONTROL <sortcode>-DRAFTS-ACCOUNT. The draft is entered on
      *    the DRAFT register with the next serial, the payee, the
      *    amount and the issue date; CHQCLR pays it against the
      *    register when presented. Function L stops a lost draft
      *    and reissues it under a new serial for the same payee and
      *    amount; no money moves because the funds are already held
      *    on the drafts account. Function Q returns the register
      *    entry for a serial.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-DRAFT-ROW.
          03 HV-DRAFT-SORTCODE          PIC X(6).
          03 HV-DRAFT-SERIAL            PIC S9(12) COMP-3.
          03 HV-DRAFT-NUMBER            PIC X(8).
          03 HV-DRAFT-CUSTOMER          PIC X(10).
          03 HV-DRAFT-PAYEE             PIC X(40).
          03 HV-DRAFT-AMOUNT            PIC S9(10)V99.
          03 HV-DRAFT-ISSUE-DATE        PIC S9(8).
          03 HV-DRAFT-STATUS            PIC X.
          03 HV-DRAFT-STATUS-DATE       PIC S9(8).
          03 HV-DRAFT-REPLACES          PIC S9(12) COMP-3.
       01 HV-MAX-SERIAL                 PIC S9(12) COMP-3.
       01 HV-MAX-SERIAL-IND             PIC S9(4) COMP.
       01 HV-ACCOUNT-SORTCODE           PIC X(6).
       01 HV-ACCOUNT-NUMBER             PIC X(8).
       01 HV-ACCOUNT-CUSTOMER           PIC X(10).
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER     PIC X(4).
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99.
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
       01 DBCRFUN-COMMAREA.
          03 DBC-COMM-ACCNO           PIC X(8).
          03 DBC-COMM-AMT             PIC S9(10)V99.
          03 DBC-COMM-SORTC           PIC 9(6).
          03 DBC-COMM-AV-BAL          PIC S9(10)V99.
          03 DBC-COMM-ACT-BAL         PIC S9(10)V99.
          03 DBC-COMM-ORIGIN.
             05 DBC-COMM-APPLID       PIC X(8).
             05 DBC-COMM-USERID       PIC X(8).
             05 DBC-COMM-FACILITY     PIC X(8).
             05 DBC-COMM-NETWRK-ID    PIC X(8).
             05 DBC-COMM-FACILTYPE    PIC S9(8) COMP.
             05 FILLER                PIC X(4).
          03 DBC-COMM-SUCCESS         PIC X.
          03 DBC-COMM-FAIL-CODE       PIC X.
          03 DBC-COMM-CHEQUE-FLAG     PIC X.
          03 DBC-COMM-CARD-NUMBER     PIC X(16).
          03 DBC-COMM-OPERATOR-CUST   PIC X(10).
       01 WS-DBCRFUN-PGM                PIC X(8) VALUE 'DBCRFUN '.
       01 WS-DBC-RESP                   PIC S9(8) COMP.
       01 WS-DBC-RESP2                  PIC S9(8) COMP.
       01 SQLCA. 05 SQLCODE PIC S9(9) COMP. 05 SQLERRMC PIC X(70). 05 SQLSTATE PIC X(5). 05 SQLERRD PIC S9(9) COMP OCCURS 6.

.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-EIBTASKN12                 PIC 9(12) VALUE 0.
       01 WS-SERIAL-DISPLAY             PIC 9(12) VALUE 0.
       01 WS-DRAFTS-NUM                 PIC 9(8) VALUE 0.
       01 WS-DRAFTS-ACCOUNT             PIC X(8) VALUE SPACES.
       01 WS-DEBIT-TAKEN                PIC X VALUE 'N'.
          88 WS-DEBIT-WAS-TAKEN              VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-ISSUE-DRAFT           VALUE 'I'.
             88 COMM-LOST-DRAFT            VALUE 'L'.
             88 COMM-INQUIRE-DRAFT         VALUE 'Q'.
          03 COMM-SORTC               PIC 9(6).
          03 COMM-ACCNO               PIC X(8).
          03 COMM-SERIAL              PIC 9(12).
          03 COMM-PAYEE               PIC X(40).
          03 COMM-AMOUNT              PIC S9(10)V99.
          03 COMM-ISSUE-DATE          PIC 9(8).
          03 COMM-STATUS              PIC X.
          03 COMM-NEW-SERIAL          PIC 9(12).
          03 COMM-OPERATOR-CUST       PIC X(10).
          03 COMM-DEBIT-FAIL-CODE     PIC X.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE SPACE TO COMM-DEBIT-FAIL-CODE.
           MOVE SORTCODE TO COMM-SORTC.
           MOVE 0 TO COMM-NEW-SERIAL.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SORTCODE TO HV-DRAFT-SORTCODE.
           EVALUATE TRUE
              WHEN COMM-ISSUE-DRAFT
                 PERFORM ISSUE-DRAFT
              WHEN COMM-LOST-DRAFT
                 PERFORM STOP-AND-REISSUE-DRAFT
              WHEN COMM-INQUIRE-DRAFT
                 PERFORM INQUIRE-DRAFT
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           IF COMM-FAIL-CODE = '0'
              MOVE 'Y' TO COMM-SUCCESS
           END-IF.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       ISSUE-DRAFT SECTION.
       ID010.
           IF COMM-ACCNO = SPACES OR COMM-PAYEE = SPACES
              OR COMM-AMOUNT NOT > 0
              MOVE '4' TO COMM-FAIL-CODE
              GO TO ID999
           END-IF.
           PERFORM GET-DRAFTS-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO ID999
           END-IF.
           MOVE SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-NUMBER.
           CONTINUE





.
           IF SQLCODE = +100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO ID999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO ID999
           END-IF.
           PERFORM NEXT-DRAFT-SERIAL.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO ID999
           END-IF.
      *
      *    The purchase is taken from the customer as an ordinary
      *    debit so that funds, holds, limits and mandates are all
      *    enforced exactly as at the counter.
      *
           INITIALIZE DBCRFUN-COMMAREA.
           MOVE COMM-ACCNO TO DBC-COMM-ACCNO.
           COMPUTE DBC-COMM-AMT = 0 - COMM-AMOUNT.
           MOVE SORTCODE TO DBC-COMM-SORTC.
           MOVE 'DRAFTFUN' TO DBC-COMM-APPLID.
           MOVE COMM-OPERATOR-CUST TO DBC-COMM-OPERATOR-CUST.
           CONTINUE



.
           IF WS-DBC-RESP NOT = DFHRESP(NORMAL)
           OR DBC-COMM-SUCCESS NOT = 'Y'
              MOVE DBC-COMM-FAIL-CODE TO COMM-DEBIT-FAIL-CODE
              MOVE '7' TO COMM-FAIL-CODE
              GO TO ID999
           END-IF.
           MOVE 'Y' TO WS-DEBIT-TAKEN.
           PERFORM POST-DRAFT-ENTRIES.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM BACK-OUT-DRAFT
              GO TO ID999
           END-IF.
           MOVE COMM-ACCNO TO HV-DRAFT-NUMBER.
           MOVE HV-ACCOUNT-CUSTOMER TO HV-DRAFT-CUSTOMER.
           MOVE COMM-PAYEE TO HV-DRAFT-PAYEE.
           MOVE COMM-AMOUNT TO HV-DRAFT-AMOUNT.
           MOVE 0 TO HV-DRAFT-REPLACES.
           PERFORM INSERT-DRAFT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM BACK-OUT-DRAFT
              GO TO ID999
           END-IF.
           MOVE HV-DRAFT-SERIAL TO COMM-SERIAL.
           MOVE WS-TODAY-YYYYMMDD TO COMM-ISSUE-DATE.
           MOVE 'O' TO COMM-STATUS.
       ID999.
           EXIT.
       STOP-AND-REISSUE-DRAFT SECTION.
       SRD010.
           PERFORM READ-DRAFT.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO SRD999
           END-IF.
           IF HV-DRAFT-STATUS NOT = 'O'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO SRD999
           END-IF.
           CONTINUE






.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DRAFTFUN - DRAFT STOP FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO SRD999
           END-IF.
      *
      *    The replacement carries the original payee and amount
      *    and points back to the serial it replaces.
      *
           MOVE HV-DRAFT-SERIAL TO HV-DRAFT-REPLACES.
           PERFORM NEXT-DRAFT-SERIAL.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM BACK-OUT-DRAFT
              GO TO SRD999
           END-IF.
           PERFORM INSERT-DRAFT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM BACK-OUT-DRAFT
              GO TO SRD999
           END-IF.
           MOVE HV-DRAFT-SERIAL TO COMM-NEW-SERIAL.
           MOVE 'S' TO COMM-STATUS.
       SRD999.
           EXIT.
       INQUIRE-DRAFT SECTION.
       IQD010.
           PERFORM READ-DRAFT.
       IQD999.
           EXIT.
       READ-DRAFT SECTION.
       RDD010.
           IF COMM-SERIAL = 0
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RDD999
           END-IF.
           MOVE COMM-SERIAL TO HV-DRAFT-SERIAL.
           CONTINUE

















.
           IF SQLCODE = +100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RDD999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RDD999
           END-IF.
           MOVE HV-DRAFT-NUMBER TO COMM-ACCNO.
           MOVE HV-DRAFT-PAYEE TO COMM-PAYEE.
           MOVE HV-DRAFT-AMOUNT TO COMM-AMOUNT.
           MOVE HV-DRAFT-ISSUE-DATE TO COMM-ISSUE-DATE.
           MOVE HV-DRAFT-STATUS TO COMM-STATUS.
       RDD999.
           EXIT.
       NEXT-DRAFT-SERIAL SECTION.
       NDS010.
           CONTINUE




.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO NDS999
           END-IF.
           IF HV-MAX-SERIAL-IND < 0
              MOVE 0 TO HV-MAX-SERIAL
           END-IF.
           COMPUTE HV-DRAFT-SERIAL = HV-MAX-SERIAL + 1.
       NDS999.
           EXIT.
       INSERT-DRAFT SECTION.
       INS010.
           MOVE WS-TODAY-YYYYMMDD TO HV-DRAFT-ISSUE-DATE.
           MOVE 'O' TO HV-DRAFT-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-DRAFT-STATUS-DATE.
           CONTINUE


























.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DRAFTFUN - DRAFT INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       INS999.
           EXIT.
       GET-DRAFTS-ACCOUNT SECTION.
       GDA010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-DRAFTS-ACCOUNT' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           CONTINUE








.
           IF SQLCODE NOT = 0 OR HV-CONTROL-VALUE-NUM = 0
              DISPLAY 'DRAFTFUN - NO DRAFTS ACCOUNT CONFIGURED - '
                 'DRAFT NOT ISSUED'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO GDA999
           END-IF.
           MOVE HV-CONTROL-VALUE-NUM TO WS-DRAFTS-NUM.
           MOVE WS-DRAFTS-NUM TO WS-DRAFTS-ACCOUNT.
       GDA999.
           EXIT.
       POST-DRAFT-ENTRIES SECTION.
       PDE010.
      *
      *    DBCRFUN logged the purchase as a counter withdrawal; it is
      *    relabelled as a draft so statements show the serial and
      *    the cash monitoring does not treat it as cash. The other
      *    leg credits the drafts-outstanding account.
      *
           MOVE HV-DRAFT-SERIAL TO WS-SERIAL-DISPLAY.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           INITIALIZE HOST-PROCTRAN-ROW.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE SORTCODE TO HV-PROCTRAN-SORT-CODE.
           MOVE COMM-ACCNO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-ORIG-DATE TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           MOVE WS-EIBTASKN12 TO HV-PROCTRAN-REF.
           MOVE 'DFT' TO HV-PROCTRAN-TYPE.
           STRING 'BANKERS DRAFT ' DELIMITED BY SIZE,
                  WS-SERIAL-DISPLAY DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
           END-STRING.
           CONTINUE









.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DRAFTFUN - DRAFT DEBIT RELABEL FAILED. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PDE999
           END-IF.
           MOVE WS-DRAFTS-ACCOUNT TO HV-PROCTRAN-ACC-NUMBER.
           MOVE COMM-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           CONTINUE


























.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DRAFTFUN - DRAFTS ACCOUNT PROCTRAN INSERT '
                 'FAILED. SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PDE999
           END-IF.
           CONTINUE







.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DRAFTFUN - DRAFTS ACCOUNT BALANCE UPDATE '
                 'FAILED. SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       PDE999.
           EXIT.
       BACK-OUT-DRAFT SECTION.
       BOD010.
      *
      *    The customer debit, the drafts account credit and the
      *    register entry stand or fall together.
      *
           CONTINUE


.
           IF WS-DEBIT-WAS-TAKEN
              DISPLAY 'DRAFTFUN - DRAFT FOR ACCOUNT ' COMM-ACCNO
                 ' BACKED OUT'
           END-IF.
       BOD999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTDT010.
           CONTINUE

.
           CONTINUE




.
       PTDT999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           CONTINUE
.
           GOBACK.
       GMOOH999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE 0 TO GETSCODE-SORTCODE.
           MOVE SPACE TO GETSCODE-SUCCESS.
           MOVE SPACE TO GETSCODE-FAIL-CD.
           CONTINUE



.
           IF WS-GSC-RESP = DFHRESP(NORMAL) AND GETSCODE-SUCCESS = 'Y'
              MOVE GETSCODE-SORTCODE TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
