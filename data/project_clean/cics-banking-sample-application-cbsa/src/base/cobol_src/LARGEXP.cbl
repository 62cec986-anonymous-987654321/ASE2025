       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGEXP.
       AUTHOR. Jon Collett.
      *
      *    Large exposures and connected-party lending, run quarterly.
      *
      *    Every customer with lending on the sort code is credited
      *    with their loan balances, the undrawn part of any loan
      *    limit, and their overdraft limits drawn and undrawn. A
      *    joint account counts in full against each of its holders,
      *    since each is liable for all of it.
      *
      *    Customers are then grouped where they hold an account
      *    together, where one has guaranteed another's borrowing
      *    (COLLATRL) or where they share an address on the customer
      *    file. A group's exposure counts each account once. Groups
      *    whose exposure reaches the percentage of capital held on
      *    CONTROL as <sortcode>-LARGE-EXP-PCT (default 10) are
      *    reported with their members; the capital base itself is
      *    <sortcode>-CAPITAL-BASE in thousands of pounds and the run
      *    stops with return code 8 if it is not there. Lending to
      *    members of staff and the parties connected to them on the
      *    staff register (STAFFLNK) is listed separately.
      *
      *    Return code 4 means at least one group is reported.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-REPORT ASSIGN TO LGEXRPT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-REPORT
           RECORDING MODE IS F.
       01  EXPOSURE-LINE                      PIC X(132).
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-EYECATCHER             PIC X(4).
           05 CUSTOMER-KEY.
              07 CUSTOMER-SORTCODE            PIC 9(6) DISPLAY.
              07 CUSTOMER-NUMBER              PIC 9(10) DISPLAY.
           05 CUSTOMER-NAME                   PIC X(60).
           05 CUSTOMER-ADDRESS                PIC X(160).
           05 CUSTOMER-DATE-OF-BIRTH          PIC 9(8).
           05 CUSTOMER-CREDIT-SCORE           PIC 999.
           05 CUSTOMER-CS-REVIEW-DATE         PIC 9(8).
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-LARGE-EXP-PCT                  PIC 9(3) VALUE 10.
       77 WS-MAX-NODES                      PIC S9(8) COMP VALUE 10000.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-NODE-CUSTNO                    PIC X(10).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-NUMBER              PIC X(8).
          03 HV-ACCOUNT-TYPE                PIC X(8).
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-BALANCE             PIC S9(10)V99.
          03 HV-ACCOUNT-OD-LIMIT            PIC S9(9) COMP.
       01 HV-HOLDER-CUSTNO                  PIC X(10).
       01 HOST-EDGE-ROW.
          03 HV-EDGE-CUST-A                 PIC X(10).
          03 HV-EDGE-CUST-B                 PIC X(10).
       01 HOST-STAFFLNK-ROW.
          03 HV-SL-USERID                   PIC X(8).
          03 HV-SL-CUSTOMER                 PIC X(10).
          03 HV-SL-RELATION                 PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-NODE-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-NODES                    VALUE 'Y'.
       01 WS-ACCOUNT-SW                     PIC X VALUE 'N'.
          88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01 WS-HOLDER-SW                      PIC X VALUE 'N'.
          88 WS-NO-MORE-HOLDERS                  VALUE 'Y'.
       01 WS-EDGE-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-EDGES                    VALUE 'Y'.
       01 WS-STAFF-SW                       PIC X VALUE 'N'.
          88 WS-NO-MORE-STAFF                    VALUE 'Y'.
       01 WS-ACCOUNT-PASS                   PIC X.
          88 WS-ATTRIBUTING-CUSTOMERS            VALUE 'C'.
          88 WS-TOTALLING-GROUPS                 VALUE 'G'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-TODAY-YYYYMMDD                 PIC 9(8).
      *
      *    One entry per customer that has lending, guarantees
      *    lending or is on the staff register, in customer number
      *    order. Parent chains the entry to the others in its
      *    connected group; the entry at the head of the chain holds
      *    the group totals.
      *
       01 WS-NODE-COUNT                     PIC S9(8) COMP VALUE 0.
       01 WS-NODE-TABLE.
          03 WS-NODE OCCURS 1 TO 10000 TIMES
                DEPENDING ON WS-NODE-COUNT
                ASCENDING KEY IS NODE-CUSTNO
                INDEXED BY NODE-IDX.
             05 NODE-CUSTNO                 PIC X(10).
             05 NODE-PARENT                 PIC S9(8) COMP.
             05 NODE-MEMBERS                PIC S9(8) COMP.
             05 NODE-JOINT-SW               PIC X.
             05 NODE-GUAR-SW                PIC X.
             05 NODE-ADDR-SW                PIC X.
             05 NODE-NAME                   PIC X(21).
             05 NODE-ADDRESS                PIC X(160).
             05 NODE-CUST-EXPOSURE.
                07 NODE-LOAN-DRAWN          PIC S9(13)V99 COMP-3.
                07 NODE-LOAN-UNDRAWN        PIC S9(13)V99 COMP-3.
                07 NODE-OD-DRAWN            PIC S9(13)V99 COMP-3.
                07 NODE-OD-UNDRAWN          PIC S9(13)V99 COMP-3.
             05 NODE-GROUP-EXPOSURE.
                07 GRP-LOAN-DRAWN           PIC S9(13)V99 COMP-3.
                07 GRP-LOAN-UNDRAWN         PIC S9(13)V99 COMP-3.
                07 GRP-OD-DRAWN             PIC S9(13)V99 COMP-3.
                07 GRP-OD-UNDRAWN           PIC S9(13)V99 COMP-3.
       01 WS-NX                             PIC S9(8) COMP.
       01 WS-NY                             PIC S9(8) COMP.
       01 WS-FIND-CUSTNO                    PIC X(10).
       01 WS-FIND-NX                        PIC S9(8) COMP.
       01 WS-ROOT-NX                        PIC S9(8) COMP.
       01 WS-ROOT-A                         PIC S9(8) COMP.
       01 WS-ROOT-B                         PIC S9(8) COMP.
       01 WS-JOIN-AX                        PIC S9(8) COMP.
       01 WS-JOIN-BX                        PIC S9(8) COMP.
       01 WS-JOIN-REASON                    PIC X.
          88 WS-JOINED-BY-ACCOUNT                VALUE 'J'.
          88 WS-JOINED-BY-GUARANTEE              VALUE 'G'.
          88 WS-JOINED-BY-ADDRESS                VALUE 'A'.
       01 WS-HOLDERS-FOUND                  PIC S9(4) COMP.
       01 WS-ACC-LOAN-DRAWN                 PIC S9(13)V99.
       01 WS-ACC-LOAN-UNDRAWN               PIC S9(13)V99.
       01 WS-ACC-OD-DRAWN                   PIC S9(13)V99.
       01 WS-ACC-OD-UNDRAWN                 PIC S9(13)V99.
       01 WS-DRAWN                          PIC S9(13)V99.
       01 WS-UNDRAWN                        PIC S9(13)V99.
       01 WS-CAPITAL-BASE                   PIC S9(15)V99 VALUE 0.
       01 WS-THRESHOLD                      PIC S9(15)V99.
       01 WS-TOTAL-EXPOSURE                 PIC S9(15)V99.
       01 WS-PCT-OF-CAPITAL                 PIC 9(4)V99.
       01 WS-PREV-USERID                    PIC X(8) VALUE SPACES.
       01 WS-STAFF-TOTALS.
          03 WS-STF-LOAN-DRAWN              PIC S9(13)V99.
          03 WS-STF-LOAN-UNDRAWN            PIC S9(13)V99.
          03 WS-STF-OD-DRAWN                PIC S9(13)V99.
          03 WS-STF-OD-UNDRAWN              PIC S9(13)V99.
       01 WS-ACCOUNTS-READ                  PIC 9(8) VALUE 0.
       01 WS-JOINT-LINKS                    PIC 9(8) VALUE 0.
       01 WS-GUARANTEE-LINKS                PIC 9(8) VALUE 0.
       01 WS-ADDRESS-LINKS                  PIC 9(8) VALUE 0.
       01 WS-GROUPS-CONNECTED               PIC 9(8) VALUE 0.
       01 WS-GROUPS-REPORTED                PIC 9(8) VALUE 0.
       01 WS-STAFF-LINES                    PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE                    PIC X(132).
       01 WS-AMOUNT-EDIT                    PIC -(14)9.99.
       01 WS-MEMBERS-EDIT                   PIC Z(5)9.
       01 WS-HEAD-1.
          03 FILLER                         PIC X(15)
                VALUE 'LARGEXP - SORT '.
          03 WH1-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(4) VALUE SPACES.
          03 WH1-TITLE                      PIC X(50).
          03 FILLER                         PIC X(9) VALUE 'AS AT    '.
          03 WH1-DATE                       PIC 9(8).
          03 FILLER                         PIC X(40) VALUE SPACES.
       01 WS-GROUP-HEAD.
          03 FILLER                         PIC X(44) VALUE
                'GROUP CUSTOMER   NAME                  LINKS'.
          03 FILLER                         PIC X(16) VALUE
                '      LOAN DRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '    LOAN UNDRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '        OD DRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '      OD UNDRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '  TOTAL EXPOSURE'.
          03 FILLER                         PIC X(8) VALUE
                '   % CAP'.
       01 WS-GROUP-LINE.
          03 WGL-TYPE                       PIC X(6).
          03 WGL-CUSTNO                     PIC X(10).
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-NAME                       PIC X(21).
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-LINKS.
             05 WGL-JOINT                   PIC X.
             05 FILLER                      PIC X VALUE SPACE.
             05 WGL-GUAR                    PIC X.
             05 FILLER                      PIC X VALUE SPACE.
             05 WGL-ADDR                    PIC X.
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-LOAN-DRAWN                 PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-LOAN-UNDRAWN               PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-OD-DRAWN                   PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-OD-UNDRAWN                 PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-TOTAL                      PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WGL-PCT                        PIC ZZZ9.99.
       01 WS-STAFF-HEAD.
          03 FILLER                         PIC X(51) VALUE
                'STAFF    RELATION CUSTOMER   NAME'.
          03 FILLER                         PIC X(16) VALUE
                '      LOAN DRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '    LOAN UNDRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '        OD DRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '      OD UNDRAWN'.
          03 FILLER                         PIC X(16) VALUE
                '  TOTAL EXPOSURE'.
          03 FILLER                         PIC X VALUE SPACE.
       01 WS-STAFF-LINE.
          03 WSL-USERID                     PIC X(8).
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-RELATION                   PIC X(8).
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-CUSTNO                     PIC X(10).
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-NAME                       PIC X(21).
          03 FILLER                         PIC X VALUE SPACE.
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-LOAN-DRAWN                 PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-LOAN-UNDRAWN               PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-OD-DRAWN                   PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-OD-UNDRAWN                 PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
          03 WSL-TOTAL                      PIC -(11)9.99.
          03 FILLER                         PIC X VALUE SPACE.
      *
      *    Everyone who can appear in a group or on the staff list:
      *    holders of lending accounts, guarantors of lending still
      *    secured, and customers on the staff register.
      *
           EXEC SQL
              DECLARE NODE-CURSOR CURSOR FOR
                 SELECT H.ACCHOLD_CUSTOMER_NO
                 FROM ACCOUNT A, ACCOUNT_HOLDER H
                 WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND (A.ACCOUNT_TYPE IN ('LOAN    ', 'MORTGAGE')
                      OR A.ACCOUNT_ACTUAL_BALANCE < 0
                      OR A.ACCOUNT_OVERDRAFT_LIMIT > 0)
                 AND H.ACCHOLD_SORTCODE = A.ACCOUNT_SORTCODE
                 AND H.ACCHOLD_ACCOUNT_NO = A.ACCOUNT_NUMBER
                 UNION
                 SELECT A.ACCOUNT_CUSTOMER_NUMBER
                 FROM ACCOUNT A
                 WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND (A.ACCOUNT_TYPE IN ('LOAN    ', 'MORTGAGE')
                      OR A.ACCOUNT_ACTUAL_BALANCE < 0
                      OR A.ACCOUNT_OVERDRAFT_LIMIT > 0)
                 UNION
                 SELECT C.COLL_GUARANTOR
                 FROM COLLATRL C
                 WHERE C.COLL_SORTCODE = :HV-OUR-SORTCODE
                 AND C.COLL_STATUS = 'A'
                 AND C.COLL_GUARANTOR <> '0000000000'
                 AND C.COLL_GUARANTOR <> ' '
                 UNION
                 SELECT L.STAFFLNK_CUSTOMER
                 FROM STAFFLNK L
                 WHERE L.STAFFLNK_SORTCODE = :HV-OUR-SORTCODE
                 AND L.STAFFLNK_STATUS = 'A'
                 ORDER BY 1
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE LENDING-CURSOR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_TYPE,
                        ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_ACTUAL_BALANCE,
                        ACCOUNT_OVERDRAFT_LIMIT
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND (ACCOUNT_TYPE IN ('LOAN    ', 'MORTGAGE')
                      OR ACCOUNT_ACTUAL_BALANCE < 0
                      OR ACCOUNT_OVERDRAFT_LIMIT > 0)
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE HOLDER-CURSOR CURSOR FOR
                 SELECT ACCHOLD_CUSTOMER_NO
                 FROM ACCOUNT_HOLDER
                 WHERE ACCHOLD_SORTCODE = :HV-OUR-SORTCODE
                 AND ACCHOLD_ACCOUNT_NO = :HV-ACCOUNT-NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE JOINT-CURSOR CURSOR FOR
                 SELECT H1.ACCHOLD_CUSTOMER_NO, H2.ACCHOLD_CUSTOMER_NO
                 FROM ACCOUNT_HOLDER H1, ACCOUNT_HOLDER H2
                 WHERE H1.ACCHOLD_SORTCODE = :HV-OUR-SORTCODE
                 AND H2.ACCHOLD_SORTCODE = H1.ACCHOLD_SORTCODE
                 AND H2.ACCHOLD_ACCOUNT_NO = H1.ACCHOLD_ACCOUNT_NO
                 AND H2.ACCHOLD_SEQ > H1.ACCHOLD_SEQ
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE GUARANTOR-CURSOR CURSOR FOR
                 SELECT C.COLL_GUARANTOR, A.ACCOUNT_CUSTOMER_NUMBER
                 FROM COLLATRL C, ACCOUNT A
                 WHERE C.COLL_SORTCODE = :HV-OUR-SORTCODE
                 AND C.COLL_STATUS = 'A'
                 AND C.COLL_GUARANTOR <> '0000000000'
                 AND C.COLL_GUARANTOR <> ' '
                 AND A.ACCOUNT_SORTCODE = C.COLL_SORTCODE
                 AND A.ACCOUNT_NUMBER = C.COLL_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE STAFF-CURSOR CURSOR FOR
                 SELECT STAFFLNK_USERID, STAFFLNK_CUSTOMER,
                        STAFFLNK_RELATION
                 FROM STAFFLNK
                 WHERE STAFFLNK_SORTCODE = :HV-OUR-SORTCODE
                 AND STAFFLNK_STATUS = 'A'
                 ORDER BY STAFFLNK_USERID, STAFFLNK_CUSTOMER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           PERFORM GET-EXPOSURE-CONFIG.
           IF WS-CAPITAL-BASE = 0
              DISPLAY 'LARGEXP - ' SORTCODE
                 '-CAPITAL-BASE NOT SET ON CONTROL, RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-THRESHOLD ROUNDED =
              WS-CAPITAL-BASE * WS-LARGE-EXP-PCT / 100.
           DISPLAY 'LARGEXP - LARGE EXPOSURES AS AT ' WS-TODAY-YYYYMMDD.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'LARGEXP - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-NODES.
           CLOSE CUSTOMER-FILE.
           MOVE 'C' TO WS-ACCOUNT-PASS.
           PERFORM READ-LENDING-ACCOUNTS.
           PERFORM LINK-JOINT-HOLDERS.
           PERFORM LINK-GUARANTORS.
           PERFORM LINK-SHARED-ADDRESSES
              VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NODE-COUNT.
           PERFORM COUNT-GROUP-MEMBERS
              VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NODE-COUNT.
           MOVE 'G' TO WS-ACCOUNT-PASS.
           PERFORM READ-LENDING-ACCOUNTS.
           OPEN OUTPUT EXPOSURE-REPORT.
           PERFORM WRITE-GROUP-SECTION.
           PERFORM WRITE-STAFF-SECTION.
           CLOSE EXPOSURE-REPORT.
           DISPLAY 'LARGEXP - CUSTOMERS CONSIDERED:  ' WS-NODE-COUNT.
           DISPLAY 'LARGEXP - LENDING ACCOUNTS:      ' WS-ACCOUNTS-READ.
           DISPLAY 'LARGEXP - JOINT HOLDER LINKS:    ' WS-JOINT-LINKS.
           DISPLAY 'LARGEXP - GUARANTOR LINKS:       '
              WS-GUARANTEE-LINKS.
           DISPLAY 'LARGEXP - SHARED ADDRESS LINKS:  ' WS-ADDRESS-LINKS.
           DISPLAY 'LARGEXP - CONNECTED GROUPS:      '
              WS-GROUPS-CONNECTED.
           DISPLAY 'LARGEXP - GROUPS OVER THRESHOLD: '
              WS-GROUPS-REPORTED.
           DISPLAY 'LARGEXP - STAFF LENDING LINES:   ' WS-STAFF-LINES.
           IF WS-GROUPS-REPORTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       GET-EXPOSURE-CONFIG SECTION.
       GEC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-CAPITAL-BASE' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              COMPUTE WS-CAPITAL-BASE = HV-CONTROL-VALUE-NUM * 1000
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-LARGE-EXP-PCT' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
           PERFORM READ-CONTROL-ROW.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM < 1000
              MOVE HV-CONTROL-VALUE-NUM TO WS-LARGE-EXP-PCT
           END-IF.
       GEC999.
           EXIT.
       READ-CONTROL-ROW SECTION.
       RCR010.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           EXEC SQL
              SELECT CONTROL_NAME,
                     CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR
              INTO :HV-CONTROL-NAME,
                   :HV-CONTROL-VALUE-NUM,
                   :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
       RCR999.
           EXIT.
       LOAD-NODES SECTION.
       LN010.
           EXEC SQL OPEN NODE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LOAD-ONE-NODE UNTIL WS-NO-MORE-NODES.
           EXEC SQL CLOSE NODE-CURSOR
           END-EXEC.
       LN999.
           EXIT.
       LOAD-ONE-NODE SECTION.
       LON010.
           EXEC SQL FETCH NODE-CURSOR
              INTO :HV-NODE-CUSTNO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-NODE-SW
              GO TO LON999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF WS-NODE-COUNT NOT < WS-MAX-NODES
              DISPLAY 'LARGEXP - MORE THAN ' WS-MAX-NODES
                 ' CUSTOMERS WITH LENDING, TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-NODE-COUNT.
           MOVE WS-NODE-COUNT TO WS-NX.
           INITIALIZE WS-NODE(WS-NX).
           MOVE HV-NODE-CUSTNO TO NODE-CUSTNO(WS-NX).
           MOVE WS-NX TO NODE-PARENT(WS-NX).
           MOVE SPACE TO NODE-JOINT-SW(WS-NX).
           MOVE SPACE TO NODE-GUAR-SW(WS-NX).
           MOVE SPACE TO NODE-ADDR-SW(WS-NX).
      *
      *    Name for the report and address for matching. A customer
      *    not on the file simply cannot be matched by address.
      *
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-NODE-CUSTNO TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS = '00'
              MOVE CUSTOMER-NAME TO NODE-NAME(WS-NX)
              MOVE CUSTOMER-ADDRESS TO NODE-ADDRESS(WS-NX)
              INSPECT NODE-ADDRESS(WS-NX) CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ELSE
              MOVE 'NOT ON CUSTOMER FILE' TO NODE-NAME(WS-NX)
              MOVE SPACES TO NODE-ADDRESS(WS-NX)
           END-IF.
       LON999.
           EXIT.
       READ-LENDING-ACCOUNTS SECTION.
       RLA010.
           MOVE 'N' TO WS-ACCOUNT-SW.
           EXEC SQL OPEN LENDING-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM PROCESS-LENDING-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS.
           EXEC SQL CLOSE LENDING-CURSOR
           END-EXEC.
       RLA999.
           EXIT.
       PROCESS-LENDING-ACCOUNT SECTION.
       PLA010.
           EXEC SQL FETCH LENDING-CURSOR
              INTO :HV-ACCOUNT-NUMBER, :HV-ACCOUNT-TYPE,
                   :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-BALANCE,
                   :HV-ACCOUNT-OD-LIMIT
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-ACCOUNT-SW
              GO TO PLA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    Drawn is the debit balance. Undrawn is whatever is left of
      *    the limit; on a loan or mortgage the limit is the amount
      *    sanctioned but not yet advanced.
      *
           MOVE 0 TO WS-DRAWN.
           IF HV-ACCOUNT-BALANCE < 0
              COMPUTE WS-DRAWN = 0 - HV-ACCOUNT-BALANCE
           END-IF.
           MOVE 0 TO WS-UNDRAWN.
           IF HV-ACCOUNT-OD-LIMIT > WS-DRAWN
              COMPUTE WS-UNDRAWN = HV-ACCOUNT-OD-LIMIT - WS-DRAWN
           END-IF.
           MOVE 0 TO WS-ACC-LOAN-DRAWN.
           MOVE 0 TO WS-ACC-LOAN-UNDRAWN.
           MOVE 0 TO WS-ACC-OD-DRAWN.
           MOVE 0 TO WS-ACC-OD-UNDRAWN.
           IF HV-ACCOUNT-TYPE = 'LOAN    '
              OR HV-ACCOUNT-TYPE = 'MORTGAGE'
              MOVE WS-DRAWN TO WS-ACC-LOAN-DRAWN
              MOVE WS-UNDRAWN TO WS-ACC-LOAN-UNDRAWN
           ELSE
              MOVE WS-DRAWN TO WS-ACC-OD-DRAWN
              MOVE WS-UNDRAWN TO WS-ACC-OD-UNDRAWN
           END-IF.
           IF WS-ATTRIBUTING-CUSTOMERS
              ADD 1 TO WS-ACCOUNTS-READ
              PERFORM ATTRIBUTE-TO-HOLDERS
           ELSE
              PERFORM ADD-ACCOUNT-TO-GROUP
           END-IF.
       PLA999.
           EXIT.
       ATTRIBUTE-TO-HOLDERS SECTION.
       ATH010.
      *
      *    An account with no holder rows belongs to its account
      *    customer alone.
      *
           MOVE 0 TO WS-HOLDERS-FOUND.
           MOVE 'N' TO WS-HOLDER-SW.
           EXEC SQL OPEN HOLDER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM ATTRIBUTE-ONE-HOLDER UNTIL WS-NO-MORE-HOLDERS.
           EXEC SQL CLOSE HOLDER-CURSOR
           END-EXEC.
           IF WS-HOLDERS-FOUND = 0
              MOVE HV-ACCOUNT-CUST-NO TO WS-FIND-CUSTNO
              PERFORM ADD-ACCOUNT-TO-CUSTOMER
           END-IF.
       ATH999.
           EXIT.
       ATTRIBUTE-ONE-HOLDER SECTION.
       AOH010.
           EXEC SQL FETCH HOLDER-CURSOR
              INTO :HV-HOLDER-CUSTNO
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-HOLDER-SW
              GO TO AOH999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO WS-HOLDERS-FOUND.
           MOVE HV-HOLDER-CUSTNO TO WS-FIND-CUSTNO.
           PERFORM ADD-ACCOUNT-TO-CUSTOMER.
       AOH999.
           EXIT.
       ADD-ACCOUNT-TO-CUSTOMER SECTION.
       AATC010.
           PERFORM FIND-NODE.
           IF WS-FIND-NX = 0
              GO TO AATC999
           END-IF.
           ADD WS-ACC-LOAN-DRAWN TO NODE-LOAN-DRAWN(WS-FIND-NX).
           ADD WS-ACC-LOAN-UNDRAWN TO NODE-LOAN-UNDRAWN(WS-FIND-NX).
           ADD WS-ACC-OD-DRAWN TO NODE-OD-DRAWN(WS-FIND-NX).
           ADD WS-ACC-OD-UNDRAWN TO NODE-OD-UNDRAWN(WS-FIND-NX).
       AATC999.
           EXIT.
       ADD-ACCOUNT-TO-GROUP SECTION.
       AATG010.
      *
      *    All holders of an account are in the same group, so the
      *    account customer's group takes the account once.
      *
           MOVE HV-ACCOUNT-CUST-NO TO WS-FIND-CUSTNO.
           PERFORM FIND-NODE.
           IF WS-FIND-NX = 0
              GO TO AATG999
           END-IF.
           MOVE WS-FIND-NX TO WS-ROOT-NX.
           PERFORM FIND-ROOT.
           ADD WS-ACC-LOAN-DRAWN TO GRP-LOAN-DRAWN(WS-ROOT-NX).
           ADD WS-ACC-LOAN-UNDRAWN TO GRP-LOAN-UNDRAWN(WS-ROOT-NX).
           ADD WS-ACC-OD-DRAWN TO GRP-OD-DRAWN(WS-ROOT-NX).
           ADD WS-ACC-OD-UNDRAWN TO GRP-OD-UNDRAWN(WS-ROOT-NX).
       AATG999.
           EXIT.
       LINK-JOINT-HOLDERS SECTION.
       LJH010.
           MOVE 'J' TO WS-JOIN-REASON.
           MOVE 'N' TO WS-EDGE-SW.
           EXEC SQL OPEN JOINT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LINK-ONE-JOINT-PAIR UNTIL WS-NO-MORE-EDGES.
           EXEC SQL CLOSE JOINT-CURSOR
           END-EXEC.
       LJH999.
           EXIT.
       LINK-ONE-JOINT-PAIR SECTION.
       LOJP010.
           EXEC SQL FETCH JOINT-CURSOR
              INTO :HV-EDGE-CUST-A, :HV-EDGE-CUST-B
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EDGE-SW
              GO TO LOJP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM JOIN-CUSTOMERS.
       LOJP999.
           EXIT.
       LINK-GUARANTORS SECTION.
       LG010.
           MOVE 'G' TO WS-JOIN-REASON.
           MOVE 'N' TO WS-EDGE-SW.
           EXEC SQL OPEN GUARANTOR-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM LINK-ONE-GUARANTOR UNTIL WS-NO-MORE-EDGES.
           EXEC SQL CLOSE GUARANTOR-CURSOR
           END-EXEC.
       LG999.
           EXIT.
       LINK-ONE-GUARANTOR SECTION.
       LOG010.
           EXEC SQL FETCH GUARANTOR-CURSOR
              INTO :HV-EDGE-CUST-A, :HV-EDGE-CUST-B
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EDGE-SW
              GO TO LOG999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM JOIN-CUSTOMERS.
       LOG999.
           EXIT.
       LINK-SHARED-ADDRESSES SECTION.
       LSA010.
           IF NODE-ADDRESS(WS-NX) = SPACES
              GO TO LSA999
           END-IF.
           MOVE 'A' TO WS-JOIN-REASON.
           COMPUTE WS-NY = WS-NX + 1.
           PERFORM COMPARE-ONE-ADDRESS
              UNTIL WS-NY > WS-NODE-COUNT.
       LSA999.
           EXIT.
       COMPARE-ONE-ADDRESS SECTION.
       COA010.
           IF NODE-ADDRESS(WS-NY) = NODE-ADDRESS(WS-NX)
              MOVE WS-NX TO WS-JOIN-AX
              MOVE WS-NY TO WS-JOIN-BX
              PERFORM JOIN-NODES
           END-IF.
           ADD 1 TO WS-NY.
       COA999.
           EXIT.
       JOIN-CUSTOMERS SECTION.
       JC010.
      *
      *    A link to someone with no lending, no guarantee and no
      *    place on the staff register cannot change any group.
      *
           IF HV-EDGE-CUST-A = HV-EDGE-CUST-B
              GO TO JC999
           END-IF.
           MOVE HV-EDGE-CUST-A TO WS-FIND-CUSTNO.
           PERFORM FIND-NODE.
           IF WS-FIND-NX = 0
              GO TO JC999
           END-IF.
           MOVE WS-FIND-NX TO WS-JOIN-AX.
           MOVE HV-EDGE-CUST-B TO WS-FIND-CUSTNO.
           PERFORM FIND-NODE.
           IF WS-FIND-NX = 0
              GO TO JC999
           END-IF.
           MOVE WS-FIND-NX TO WS-JOIN-BX.
           PERFORM JOIN-NODES.
       JC999.
           EXIT.
       JOIN-NODES SECTION.
       JN010.
           EVALUATE TRUE
              WHEN WS-JOINED-BY-ACCOUNT
                 MOVE 'J' TO NODE-JOINT-SW(WS-JOIN-AX)
                 MOVE 'J' TO NODE-JOINT-SW(WS-JOIN-BX)
                 ADD 1 TO WS-JOINT-LINKS
              WHEN WS-JOINED-BY-GUARANTEE
                 MOVE 'G' TO NODE-GUAR-SW(WS-JOIN-AX)
                 MOVE 'G' TO NODE-GUAR-SW(WS-JOIN-BX)
                 ADD 1 TO WS-GUARANTEE-LINKS
              WHEN WS-JOINED-BY-ADDRESS
                 MOVE 'A' TO NODE-ADDR-SW(WS-JOIN-AX)
                 MOVE 'A' TO NODE-ADDR-SW(WS-JOIN-BX)
                 ADD 1 TO WS-ADDRESS-LINKS
           END-EVALUATE.
           MOVE WS-JOIN-AX TO WS-ROOT-NX.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT-NX TO WS-ROOT-A.
           MOVE WS-JOIN-BX TO WS-ROOT-NX.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT-NX TO WS-ROOT-B.
      *
      *    The lowest customer number leads the group.
      *
           IF WS-ROOT-A < WS-ROOT-B
              MOVE WS-ROOT-A TO NODE-PARENT(WS-ROOT-B)
           END-IF.
           IF WS-ROOT-B < WS-ROOT-A
              MOVE WS-ROOT-B TO NODE-PARENT(WS-ROOT-A)
           END-IF.
           MOVE WS-ROOT-A TO WS-ROOT-NX.
           IF WS-ROOT-B < WS-ROOT-NX
              MOVE WS-ROOT-B TO WS-ROOT-NX
           END-IF.
           MOVE WS-ROOT-NX TO NODE-PARENT(WS-JOIN-AX).
           MOVE WS-ROOT-NX TO NODE-PARENT(WS-JOIN-BX).
       JN999.
           EXIT.
       FIND-NODE SECTION.
       FN010.
           MOVE 0 TO WS-FIND-NX.
           IF WS-NODE-COUNT = 0
              GO TO FN999
           END-IF.
           SEARCH ALL WS-NODE
              AT END
                 MOVE 0 TO WS-FIND-NX
              WHEN NODE-CUSTNO(NODE-IDX) = WS-FIND-CUSTNO
                 SET WS-FIND-NX TO NODE-IDX
           END-SEARCH.
       FN999.
           EXIT.
       FIND-ROOT SECTION.
       FR010.
           PERFORM CLIMB-ONE-LEVEL
              UNTIL NODE-PARENT(WS-ROOT-NX) = WS-ROOT-NX.
       FR999.
           EXIT.
       CLIMB-ONE-LEVEL SECTION.
       COL010.
           MOVE NODE-PARENT(WS-ROOT-NX) TO WS-ROOT-NX.
       COL999.
           EXIT.
       COUNT-GROUP-MEMBERS SECTION.
       CGM010.
           MOVE WS-NX TO WS-ROOT-NX.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT-NX TO NODE-PARENT(WS-NX).
           ADD 1 TO NODE-MEMBERS(WS-ROOT-NX).
           IF WS-ROOT-NX NOT = WS-NX
              AND NODE-MEMBERS(WS-ROOT-NX) = 2
              ADD 1 TO WS-GROUPS-CONNECTED
           END-IF.
       CGM999.
           EXIT.
       WRITE-GROUP-SECTION SECTION.
       WGS010.
           MOVE HV-OUR-SORTCODE TO WH1-SORTCODE.
           MOVE 'LARGE EXPOSURES - CONNECTED GROUPS' TO WH1-TITLE.
           MOVE WS-TODAY-YYYYMMDD TO WH1-DATE.
           WRITE EXPOSURE-LINE FROM WS-HEAD-1.
           MOVE WS-CAPITAL-BASE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CAPITAL BASE ' WS-AMOUNT-EDIT
                  '   REPORTING AT ' WS-LARGE-EXP-PCT
                  '% OF CAPITAL'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'THRESHOLD    ' WS-AMOUNT-EDIT
                  '   LINKS: J JOINT ACCOUNT, G GUARANTEE,'
                  ' A SHARED ADDRESS'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-GROUP-HEAD.
           PERFORM REPORT-ONE-GROUP
              VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NODE-COUNT.
           IF WS-GROUPS-REPORTED = 0
              MOVE SPACES TO WS-REPORT-LINE
              MOVE 'NO GROUP REACHES THE THRESHOLD'
                 TO WS-REPORT-LINE
              WRITE EXPOSURE-LINE FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
       WGS999.
           EXIT.
       REPORT-ONE-GROUP SECTION.
       ROG010.
           IF NODE-PARENT(WS-NX) NOT = WS-NX
              GO TO ROG999
           END-IF.
           COMPUTE WS-TOTAL-EXPOSURE =
              GRP-LOAN-DRAWN(WS-NX) + GRP-LOAN-UNDRAWN(WS-NX)
              + GRP-OD-DRAWN(WS-NX) + GRP-OD-UNDRAWN(WS-NX).
           IF WS-TOTAL-EXPOSURE < WS-THRESHOLD
              OR WS-TOTAL-EXPOSURE = 0
              GO TO ROG999
           END-IF.
           ADD 1 TO WS-GROUPS-REPORTED.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
           MOVE 'GROUP' TO WGL-TYPE.
           MOVE NODE-CUSTNO(WS-NX) TO WGL-CUSTNO.
           MOVE SPACES TO WGL-NAME.
           MOVE NODE-MEMBERS(WS-NX) TO WS-MEMBERS-EDIT.
           STRING WS-MEMBERS-EDIT ' MEMBER(S)'
              DELIMITED BY SIZE INTO WGL-NAME
           END-STRING.
           MOVE SPACES TO WGL-LINKS.
           MOVE GRP-LOAN-DRAWN(WS-NX) TO WGL-LOAN-DRAWN.
           MOVE GRP-LOAN-UNDRAWN(WS-NX) TO WGL-LOAN-UNDRAWN.
           MOVE GRP-OD-DRAWN(WS-NX) TO WGL-OD-DRAWN.
           MOVE GRP-OD-UNDRAWN(WS-NX) TO WGL-OD-UNDRAWN.
           MOVE WS-TOTAL-EXPOSURE TO WGL-TOTAL.
           COMPUTE WS-PCT-OF-CAPITAL ROUNDED =
              WS-TOTAL-EXPOSURE * 100 / WS-CAPITAL-BASE
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-PCT-OF-CAPITAL
           END-COMPUTE.
           MOVE WS-PCT-OF-CAPITAL TO WGL-PCT.
           WRITE EXPOSURE-LINE FROM WS-GROUP-LINE.
           MOVE WS-NX TO WS-ROOT-NX.
           PERFORM REPORT-ONE-MEMBER
              VARYING WS-NY FROM WS-NX BY 1
              UNTIL WS-NY > WS-NODE-COUNT.
       ROG999.
           EXIT.
       REPORT-ONE-MEMBER SECTION.
       ROM010.
           IF NODE-PARENT(WS-NY) NOT = WS-ROOT-NX
              GO TO ROM999
           END-IF.
           MOVE SPACES TO WGL-TYPE.
           MOVE NODE-CUSTNO(WS-NY) TO WGL-CUSTNO.
           MOVE NODE-NAME(WS-NY) TO WGL-NAME.
           MOVE SPACES TO WGL-LINKS.
           MOVE NODE-JOINT-SW(WS-NY) TO WGL-JOINT.
           MOVE NODE-GUAR-SW(WS-NY) TO WGL-GUAR.
           MOVE NODE-ADDR-SW(WS-NY) TO WGL-ADDR.
           MOVE NODE-LOAN-DRAWN(WS-NY) TO WGL-LOAN-DRAWN.
           MOVE NODE-LOAN-UNDRAWN(WS-NY) TO WGL-LOAN-UNDRAWN.
           MOVE NODE-OD-DRAWN(WS-NY) TO WGL-OD-DRAWN.
           MOVE NODE-OD-UNDRAWN(WS-NY) TO WGL-OD-UNDRAWN.
           COMPUTE WS-TOTAL-EXPOSURE =
              NODE-LOAN-DRAWN(WS-NY) + NODE-LOAN-UNDRAWN(WS-NY)
              + NODE-OD-DRAWN(WS-NY) + NODE-OD-UNDRAWN(WS-NY).
           MOVE WS-TOTAL-EXPOSURE TO WGL-TOTAL.
           COMPUTE WS-PCT-OF-CAPITAL ROUNDED =
              WS-TOTAL-EXPOSURE * 100 / WS-CAPITAL-BASE
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-PCT-OF-CAPITAL
           END-COMPUTE.
           MOVE WS-PCT-OF-CAPITAL TO WGL-PCT.
           WRITE EXPOSURE-LINE FROM WS-GROUP-LINE.
       ROM999.
           EXIT.
       WRITE-STAFF-SECTION SECTION.
       WSS010.
           MOVE 'LENDING TO STAFF AND CONNECTED PARTIES'
              TO WH1-TITLE.
           WRITE EXPOSURE-LINE FROM WS-HEAD-1.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-STAFF-HEAD.
           INITIALIZE WS-STAFF-TOTALS.
           MOVE SPACES TO WS-PREV-USERID.
           EXEC SQL OPEN STAFF-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM REPORT-ONE-STAFF-LINK UNTIL WS-NO-MORE-STAFF.
           EXEC SQL CLOSE STAFF-CURSOR
           END-EXEC.
           PERFORM WRITE-STAFF-TOTAL.
           IF WS-STAFF-LINES = 0
              MOVE SPACES TO WS-REPORT-LINE
              MOVE 'NO LENDING TO STAFF OR THEIR CONNECTED PARTIES'
                 TO WS-REPORT-LINE
              WRITE EXPOSURE-LINE FROM WS-REPORT-LINE
           END-IF.
       WSS999.
           EXIT.
       REPORT-ONE-STAFF-LINK SECTION.
       ROSL010.
           EXEC SQL FETCH STAFF-CURSOR
              INTO :HV-SL-USERID, :HV-SL-CUSTOMER, :HV-SL-RELATION
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-STAFF-SW
              GO TO ROSL999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-SL-USERID NOT = WS-PREV-USERID
              PERFORM WRITE-STAFF-TOTAL
              MOVE HV-SL-USERID TO WS-PREV-USERID
           END-IF.
           MOVE HV-SL-CUSTOMER TO WS-FIND-CUSTNO.
           PERFORM FIND-NODE.
           IF WS-FIND-NX = 0
              GO TO ROSL999
           END-IF.
           COMPUTE WS-TOTAL-EXPOSURE =
              NODE-LOAN-DRAWN(WS-FIND-NX)
              + NODE-LOAN-UNDRAWN(WS-FIND-NX)
              + NODE-OD-DRAWN(WS-FIND-NX)
              + NODE-OD-UNDRAWN(WS-FIND-NX).
           IF WS-TOTAL-EXPOSURE = 0
              GO TO ROSL999
           END-IF.
           ADD 1 TO WS-STAFF-LINES.
           MOVE HV-SL-USERID TO WSL-USERID.
           MOVE HV-SL-RELATION TO WSL-RELATION.
           MOVE HV-SL-CUSTOMER TO WSL-CUSTNO.
           MOVE NODE-NAME(WS-FIND-NX) TO WSL-NAME.
           MOVE NODE-LOAN-DRAWN(WS-FIND-NX) TO WSL-LOAN-DRAWN.
           MOVE NODE-LOAN-UNDRAWN(WS-FIND-NX) TO WSL-LOAN-UNDRAWN.
           MOVE NODE-OD-DRAWN(WS-FIND-NX) TO WSL-OD-DRAWN.
           MOVE NODE-OD-UNDRAWN(WS-FIND-NX) TO WSL-OD-UNDRAWN.
           MOVE WS-TOTAL-EXPOSURE TO WSL-TOTAL.
           WRITE EXPOSURE-LINE FROM WS-STAFF-LINE.
           ADD NODE-LOAN-DRAWN(WS-FIND-NX) TO WS-STF-LOAN-DRAWN.
           ADD NODE-LOAN-UNDRAWN(WS-FIND-NX) TO WS-STF-LOAN-UNDRAWN.
           ADD NODE-OD-DRAWN(WS-FIND-NX) TO WS-STF-OD-DRAWN.
           ADD NODE-OD-UNDRAWN(WS-FIND-NX) TO WS-STF-OD-UNDRAWN.
       ROSL999.
           EXIT.
       WRITE-STAFF-TOTAL SECTION.
       WST010.
           COMPUTE WS-TOTAL-EXPOSURE =
              WS-STF-LOAN-DRAWN + WS-STF-LOAN-UNDRAWN
              + WS-STF-OD-DRAWN + WS-STF-OD-UNDRAWN.
           IF WS-TOTAL-EXPOSURE = 0
              GO TO WST999
           END-IF.
           MOVE WS-PREV-USERID TO WSL-USERID.
           MOVE 'TOTAL' TO WSL-RELATION.
           MOVE SPACES TO WSL-CUSTNO.
           MOVE SPACES TO WSL-NAME.
           MOVE WS-STF-LOAN-DRAWN TO WSL-LOAN-DRAWN.
           MOVE WS-STF-LOAN-UNDRAWN TO WSL-LOAN-UNDRAWN.
           MOVE WS-STF-OD-DRAWN TO WSL-OD-DRAWN.
           MOVE WS-STF-OD-UNDRAWN TO WSL-OD-UNDRAWN.
           MOVE WS-TOTAL-EXPOSURE TO WSL-TOTAL.
           WRITE EXPOSURE-LINE FROM WS-STAFF-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXPOSURE-LINE FROM WS-REPORT-LINE.
           INITIALIZE WS-STAFF-TOTALS.
       WST999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'LARGEXP - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ATR999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           MOVE 'SORTCODE' TO HV-CONTROL-NAME.
           EXEC SQL
              SELECT CONTROL_NAME,
                     CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR
              INTO :HV-CONTROL-NAME,
                   :HV-CONTROL-VALUE-NUM,
                   :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
           IF SQLCODE = ZERO
              MOVE HV-CONTROL-VALUE-NUM TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
