       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTUNLD.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-PARM-FILE ASSIGN TO TSTPARM
              ORGANIZATION IS SEQUENTIAL.
           SELECT TEST-DATA-FILE ASSIGN TO TSTDATA
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEST-PARM-FILE
           RECORDING MODE IS F.
       01  TEST-PARM-RECORD.
           03 PARM-TARGET-SORTCODE            PIC X(6).
           03 PARM-TARGET-SORTCODE-NUM REDEFINES PARM-TARGET-SORTCODE
                                              PIC 9(6).
           03 FILLER                          PIC X(74).
       FD  TEST-DATA-FILE
           RECORDING MODE IS F.
       01  TEST-DATA-RECORD.
           03 TDR-TYPE                        PIC X(3).
           03 TDR-DATA                        PIC X(297).
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUSTOMER-EYECATCHER             PIC X(4).
           05 CUSTOMER-KEY.
              07 CUSTOMER-SORTCODE            PIC 9(6) DISPLAY.
              07 CUSTOMER-NUMBER              PIC 9(10) DISPLAY.
           05 CUSTOMER-NAME                   PIC X(60).
           05 CUSTOMER-ADDRESS                PIC X(160).
           05 CUSTOMER-DATE-OF-BIRTH          PIC 9(8).
           05 CUSTOMER-DOB-GROUP REDEFINES CUSTOMER-DATE-OF-BIRTH.
              07 CUSTOMER-BIRTH-DAY           PIC 99.
              07 CUSTOMER-BIRTH-MONTH         PIC 99.
              07 CUSTOMER-BIRTH-YEAR          PIC 9999.
           05 CUSTOMER-CREDIT-SCORE           PIC 999.
           05 CUSTOMER-CS-REVIEW-DATE         PIC 9(8).
       WORKING-STORAGE SECTION.
      *
      *    Masked copy of production data for a test region, first
      *    step. Runs against production and writes the CUSTOMER
      *    file and the ACCOUNT, PROCTRAN, CARD, PAYEE and KYCDOC
      *    tables for this branch to a single sequential file, which
      *    TSTLOAD then loads into the test region.
      *
      *    Names, addresses, dates of birth, card numbers and identity
      *    document references are replaced before anything is
      *    written, so real values never leave production. Every fake
      *    value is derived from the customer number alone, so the
      *    same customer gets the same fake name and date of birth on
      *    the customer file, on their transactions and wherever else
      *    they appear, and the copy lines up with itself. Customer
      *    and account numbers, balances, dates, amounts and
      *    transaction types are carried across unchanged; the year
      *    of birth moves by no more than two years.
      *
      *    Every row is given the target sort code from TSTPARM. The
      *    run is refused if that is the production sort code.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-EYECATCHER          PIC X(4).
          03 HV-ACCOUNT-CUST-NO             PIC X(10).
          03 HV-ACCOUNT-SORTCODE            PIC X(6).
          03 HV-ACCOUNT-ACC-NO              PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE            PIC X(8).
          03 HV-ACCOUNT-INT-RATE            PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-OPENED              PIC X(10).
          03 HV-ACCOUNT-OVERDRAFT-LIM       PIC S9(9) COMP.
          03 HV-ACCOUNT-LAST-STMT           PIC X(10).
          03 HV-ACCOUNT-NEXT-STMT           PIC X(10).
          03 HV-ACCOUNT-AVAIL-BAL           PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL          PIC S9(10)V99 COMP-3.
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER         PIC X(4).
          03 HV-PROCTRAN-SORT-CODE          PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER         PIC X(8).
          03 HV-PROCTRAN-DATE               PIC X(10).
          03 HV-PROCTRAN-TIME               PIC X(6).
          03 HV-PROCTRAN-REF                PIC X(12).
          03 HV-PROCTRAN-TYPE               PIC X(3).
          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PROCTRAN-CHANNEL-ID         PIC X(6).
          03 HV-PROCTRAN-NETWORK-ID         PIC X(8).
          03 HV-PROCTRAN-VALUE-DATE         PIC S9(8).
          03 HV-PROCTRAN-REL-SORTCODE       PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT        PIC X(8).
          03 HV-PROCTRAN-CUSTOMER-NO        PIC X(10).
          03 HV-PROCTRAN-CUST-NAME          PIC X(14).
          03 HV-PROCTRAN-CUST-DOB           PIC X(10).
       01 HOST-CARD-ROW.
          03 HV-CARD-EYECATCHER             PIC X(4).
          03 HV-CARD-NUMBER                 PIC X(16).
          03 HV-CARD-DIGITS REDEFINES HV-CARD-NUMBER.
             05 HV-CARD-DIGIT               PIC 9 OCCURS 16 TIMES.
          03 HV-CARD-SORTCODE               PIC X(6).
          03 HV-CARD-ACC-NO                 PIC X(8).
          03 HV-CARD-STATUS                 PIC X.
          03 HV-CARD-EXPIRY                 PIC S9(8).
          03 HV-CARD-ISSUED                 PIC S9(8).
       01 HOST-PAYEE-ROW.
          03 HV-PAYEE-CUSTOMER              PIC X(10).
          03 HV-PAYEE-SEQ                   PIC S9(4) COMP.
          03 HV-PAYEE-NAME                  PIC X(60).
          03 HV-PAYEE-SORTCODE              PIC X(6).
          03 HV-PAYEE-ACCOUNT               PIC X(8).
          03 HV-PAYEE-REFERENCE             PIC X(18).
          03 HV-PAYEE-CREATED               PIC S9(8).
          03 HV-PAYEE-FIRST-LIMIT           PIC S9(10)V99.
          03 HV-PAYEE-STATUS                PIC X.
       01 HOST-KYCDOC-ROW.
          03 HV-KYC-SORTCODE                PIC X(6).
          03 HV-KYC-CUSTOMER                PIC X(10).
          03 HV-KYC-DOC-TYPE                PIC X(8).
          03 HV-KYC-REFERENCE               PIC X(20).
          03 HV-KYC-ISSUE-DATE              PIC S9(8).
          03 HV-KYC-EXPIRY-DATE             PIC S9(8).
          03 HV-KYC-STATUS                  PIC X.
          03 HV-KYC-VERIFIED-BY             PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                     VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-TARGET-SORTCODE                PIC X(6).
      *
      *    Record layouts carried on TSTDATA besides the table rows.
      *
       01 WS-TDR-HEADER.
          03 TDH-SOURCE-SORTCODE            PIC X(6).
          03 TDH-TARGET-SORTCODE            PIC X(6).
          03 TDH-RUN-DATE                   PIC 9(8).
       01 WS-TDR-TRAILER.
          03 TDT-CUSTOMERS                  PIC 9(9).
          03 TDT-ACCOUNTS                   PIC 9(9).
          03 TDT-PROCTRAN                   PIC 9(9).
          03 TDT-CARDS                      PIC 9(9).
          03 TDT-PAYEES                     PIC 9(9).
          03 TDT-KYCDOCS                    PIC 9(9).
       01 CARDS-NOT-NUMERIC                 PIC 9(9) VALUE 0.
      *
      *    Fake identity built from a seed. The seed is scrambled so
      *    that consecutive customer numbers do not give consecutive
      *    names.
      *
       01 WS-FAKE-SEED                      PIC 9(10).
       01 WS-FAKE-WORK                      PIC 9(15).
       01 WS-FAKE-HASH                      PIC 9(9).
       01 WS-FAKE-QUOT                      PIC 9(15).
       01 WS-FAKE-REM                       PIC 9(4).
       01 WS-FAKE-BIRTH-YEAR                PIC 9(4).
       01 WS-FAKE-NAME                      PIC X(60).
       01 WS-FAKE-ADDRESS                   PIC X(160).
       01 WS-FAKE-HOUSE                     PIC 99.
       01 WS-FAKE-DOB.
          03 WS-FAKE-DOB-DD                 PIC 99.
          03 WS-FAKE-DOB-MM                 PIC 99.
          03 WS-FAKE-DOB-YYYY               PIC 9999.
       01 WS-FAKE-DOB-SLASHED.
          03 WS-FAKE-DOBS-DD                PIC 99.
          03 FILLER                         PIC X VALUE '/'.
          03 WS-FAKE-DOBS-MM                PIC 99.
          03 FILLER                         PIC X VALUE '/'.
          03 WS-FAKE-DOBS-YYYY              PIC 9999.
       01 WS-TITLE-VALUES.
          03 FILLER             PIC X(4) VALUE 'Mr'.
          03 FILLER             PIC X(4) VALUE 'Mrs'.
          03 FILLER             PIC X(4) VALUE 'Miss'.
          03 FILLER             PIC X(4) VALUE 'Ms'.
          03 FILLER             PIC X(4) VALUE 'Dr'.
       01 WS-TITLE-TABLE REDEFINES WS-TITLE-VALUES.
          03 WS-TITLE                       PIC X(4) OCCURS 5 TIMES.
       01 WS-FORENAME-VALUES.
          03 FILLER             PIC X(10) VALUE 'Alan'.
          03 FILLER             PIC X(10) VALUE 'Barbara'.
          03 FILLER             PIC X(10) VALUE 'Colin'.
          03 FILLER             PIC X(10) VALUE 'Deborah'.
          03 FILLER             PIC X(10) VALUE 'Edward'.
          03 FILLER             PIC X(10) VALUE 'Fiona'.
          03 FILLER             PIC X(10) VALUE 'Graham'.
          03 FILLER             PIC X(10) VALUE 'Helen'.
          03 FILLER             PIC X(10) VALUE 'Ian'.
          03 FILLER             PIC X(10) VALUE 'Janet'.
          03 FILLER             PIC X(10) VALUE 'Keith'.
          03 FILLER             PIC X(10) VALUE 'Linda'.
          03 FILLER             PIC X(10) VALUE 'Martin'.
          03 FILLER             PIC X(10) VALUE 'Nicola'.
          03 FILLER             PIC X(10) VALUE 'Oliver'.
          03 FILLER             PIC X(10) VALUE 'Patricia'.
          03 FILLER             PIC X(10) VALUE 'Robert'.
          03 FILLER             PIC X(10) VALUE 'Susan'.
          03 FILLER             PIC X(10) VALUE 'Timothy'.
          03 FILLER             PIC X(10) VALUE 'Valerie'.
       01 WS-FORENAME-TABLE REDEFINES WS-FORENAME-VALUES.
          03 WS-FORENAME                    PIC X(10) OCCURS 20 TIMES.
       01 WS-INITIAL-VALUES                 PIC X(26)
             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-INITIAL-TABLE REDEFINES WS-INITIAL-VALUES.
          03 WS-INITIAL                     PIC X OCCURS 26 TIMES.
       01 WS-SURNAME-VALUES.
          03 FILLER             PIC X(12) VALUE 'Ashworth'.
          03 FILLER             PIC X(12) VALUE 'Bramley'.
          03 FILLER             PIC X(12) VALUE 'Cartwright'.
          03 FILLER             PIC X(12) VALUE 'Dunmore'.
          03 FILLER             PIC X(12) VALUE 'Ellison'.
          03 FILLER             PIC X(12) VALUE 'Fairbairn'.
          03 FILLER             PIC X(12) VALUE 'Gresley'.
          03 FILLER             PIC X(12) VALUE 'Hartley'.
          03 FILLER             PIC X(12) VALUE 'Ingram'.
          03 FILLER             PIC X(12) VALUE 'Jessop'.
          03 FILLER             PIC X(12) VALUE 'Kendrick'.
          03 FILLER             PIC X(12) VALUE 'Lockwood'.
          03 FILLER             PIC X(12) VALUE 'Merriman'.
          03 FILLER             PIC X(12) VALUE 'Norbury'.
          03 FILLER             PIC X(12) VALUE 'Oakley'.
          03 FILLER             PIC X(12) VALUE 'Pennington'.
          03 FILLER             PIC X(12) VALUE 'Quinlan'.
          03 FILLER             PIC X(12) VALUE 'Rushworth'.
          03 FILLER             PIC X(12) VALUE 'Seddon'.
          03 FILLER             PIC X(12) VALUE 'Thackeray'.
          03 FILLER             PIC X(12) VALUE 'Underwood'.
          03 FILLER             PIC X(12) VALUE 'Varley'.
          03 FILLER             PIC X(12) VALUE 'Whitworth'.
          03 FILLER             PIC X(12) VALUE 'Yardley'.
          03 FILLER             PIC X(12) VALUE 'Zetland'.
       01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
          03 WS-SURNAME                     PIC X(12) OCCURS 25 TIMES.
       01 WS-STREET-VALUES.
          03 FILLER             PIC X(12) VALUE 'Acacia'.
          03 FILLER             PIC X(12) VALUE 'Beech'.
          03 FILLER             PIC X(12) VALUE 'Chestnut'.
          03 FILLER             PIC X(12) VALUE 'Damson'.
          03 FILLER             PIC X(12) VALUE 'Elm'.
          03 FILLER             PIC X(12) VALUE 'Foxglove'.
          03 FILLER             PIC X(12) VALUE 'Granary'.
          03 FILLER             PIC X(12) VALUE 'Hawthorn'.
          03 FILLER             PIC X(12) VALUE 'Juniper'.
          03 FILLER             PIC X(12) VALUE 'Kingfisher'.
          03 FILLER             PIC X(12) VALUE 'Laburnum'.
          03 FILLER             PIC X(12) VALUE 'Meadow'.
          03 FILLER             PIC X(12) VALUE 'Nightingale'.
          03 FILLER             PIC X(12) VALUE 'Orchard'.
          03 FILLER             PIC X(12) VALUE 'Primrose'.
          03 FILLER             PIC X(12) VALUE 'Rowan'.
          03 FILLER             PIC X(12) VALUE 'Sycamore'.
          03 FILLER             PIC X(12) VALUE 'Thistle'.
          03 FILLER             PIC X(12) VALUE 'Willow'.
          03 FILLER             PIC X(12) VALUE 'Yew'.
       01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
          03 WS-STREET                      PIC X(12) OCCURS 20 TIMES.
       01 WS-STREET-TYPE-VALUES.
          03 FILLER             PIC X(8) VALUE 'Road'.
          03 FILLER             PIC X(8) VALUE 'Avenue'.
          03 FILLER             PIC X(8) VALUE 'Lane'.
          03 FILLER             PIC X(8) VALUE 'Close'.
          03 FILLER             PIC X(8) VALUE 'Street'.
       01 WS-STREET-TYPE-TABLE REDEFINES WS-STREET-TYPE-VALUES.
          03 WS-STREET-TYPE                 PIC X(8) OCCURS 5 TIMES.
       01 WS-TOWN-VALUES.
          03 FILLER             PIC X(12) VALUE 'Alderbury'.
          03 FILLER             PIC X(12) VALUE 'Brackwell'.
          03 FILLER             PIC X(12) VALUE 'Cheddleton'.
          03 FILLER             PIC X(12) VALUE 'Dunsford'.
          03 FILLER             PIC X(12) VALUE 'Eastwick'.
          03 FILLER             PIC X(12) VALUE 'Farnleigh'.
          03 FILLER             PIC X(12) VALUE 'Greywell'.
          03 FILLER             PIC X(12) VALUE 'Holmbury'.
          03 FILLER             PIC X(12) VALUE 'Ilsworth'.
          03 FILLER             PIC X(12) VALUE 'Kirkholt'.
          03 FILLER             PIC X(12) VALUE 'Longridge'.
          03 FILLER             PIC X(12) VALUE 'Marlcombe'.
          03 FILLER             PIC X(12) VALUE 'Netherby'.
          03 FILLER             PIC X(12) VALUE 'Oakhampton'.
          03 FILLER             PIC X(12) VALUE 'Pelsall'.
          03 FILLER             PIC X(12) VALUE 'Redhithe'.
          03 FILLER             PIC X(12) VALUE 'Stanbridge'.
          03 FILLER             PIC X(12) VALUE 'Thornbury'.
          03 FILLER             PIC X(12) VALUE 'Westcombe'.
          03 FILLER             PIC X(12) VALUE 'Yelverton'.
       01 WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
          03 WS-TOWN                        PIC X(12) OCCURS 20 TIMES.
       01 WS-IX-TITLE                       PIC S9(4) COMP.
       01 WS-IX-FORENAME                    PIC S9(4) COMP.
       01 WS-IX-INITIAL                     PIC S9(4) COMP.
       01 WS-IX-SURNAME                     PIC S9(4) COMP.
       01 WS-IX-STREET                      PIC S9(4) COMP.
       01 WS-IX-STREET-TYPE                 PIC S9(4) COMP.
       01 WS-IX-TOWN                        PIC S9(4) COMP.
      *
      *    Card number replacement. The issuer prefix is kept, the
      *    account digits are put through a one-to-one transform so
      *    card numbers stay unique, and the check digit is
      *    recalculated.
      *
       01 WS-CARD-MIDDLE                    PIC 9(9).
       01 WS-CARD-WORK                      PIC 9(12).
       01 WS-CARD-QUOT                      PIC 9(12).
       01 WS-CARD-IX                        PIC S9(4) COMP.
       01 WS-LUHN-SUM                       PIC 9(4).
       01 WS-LUHN-DIGIT                     PIC 99.
       01 WS-LUHN-DOUBLE-SW                 PIC X.
          88 WS-LUHN-DOUBLE                      VALUE 'Y'.
      *
      *    Identity document references are numbered within customer
      *    and document type so that they stay unique.
      *
       01 WS-KYC-PREV-CUSTOMER              PIC X(10) VALUE SPACES.
       01 WS-KYC-PREV-DOC-TYPE              PIC X(8) VALUE SPACES.
       01 WS-KYC-SEQ                        PIC 999 VALUE 0.
       01 WS-PAYEE-ACCOUNT-NUM              PIC 9(8).
           EXEC SQL
              DECLARE ACC-CURSOR CURSOR FOR
                 SELECT ACCOUNT_EYECATCHER,
                        ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_SORTCODE,
                        ACCOUNT_NUMBER,
                        ACCOUNT_TYPE,
                        ACCOUNT_INTEREST_RATE,
                        ACCOUNT_OPENED,
                        ACCOUNT_OVERDRAFT_LIMIT,
                        ACCOUNT_LAST_STATEMENT,
                        ACCOUNT_NEXT_STATEMENT,
                        ACCOUNT_AVAILABLE_BALANCE,
                        ACCOUNT_ACTUAL_BALANCE
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE PRT-CURSOR CURSOR FOR
                 SELECT PROCTRAN_EYECATCHER,
                        PROCTRAN_SORTCODE,
                        PROCTRAN_NUMBER,
                        PROCTRAN_DATE,
                        PROCTRAN_TIME,
                        PROCTRAN_REF,
                        PROCTRAN_TYPE,
                        PROCTRAN_DESC,
                        PROCTRAN_AMOUNT,
                        COALESCE(PROCTRAN_CHANNEL_ID, ' '),
                        COALESCE(PROCTRAN_NETWORK_ID, ' '),
                        COALESCE(PROCTRAN_VALUE_DATE, 0),
                        COALESCE(PROCTRAN_REL_SORTCODE, ' '),
                        COALESCE(PROCTRAN_REL_ACCOUNT, ' '),
                        COALESCE(PROCTRAN_CUSTOMER_NO, ' '),
                        COALESCE(PROCTRAN_CUST_NAME, ' '),
                        COALESCE(PROCTRAN_CUST_DOB, ' ')
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE CARD-CURSOR CURSOR FOR
                 SELECT CARD_EYECATCHER,
                        CARD_NUMBER,
                        CARD_SORTCODE,
                        CARD_ACCOUNT,
                        CARD_STATUS,
                        CARD_EXPIRY,
                        CARD_ISSUED
                 FROM CARD
                 WHERE CARD_SORTCODE = :HV-OUR-SORTCODE
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE PAYEE-CURSOR CURSOR FOR
                 SELECT PAYEE_CUSTOMER,
                        PAYEE_SEQ,
                        PAYEE_NAME,
                        PAYEE_SORTCODE,
                        PAYEE_ACCOUNT,
                        PAYEE_REFERENCE,
                        PAYEE_CREATED,
                        PAYEE_FIRST_LIMIT,
                        PAYEE_STATUS
                 FROM PAYEE
                 ORDER BY PAYEE_CUSTOMER, PAYEE_SEQ
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE KYC-CURSOR CURSOR FOR
                 SELECT KYCDOC_SORTCODE,
                        KYCDOC_CUSTOMER,
                        KYCDOC_DOC_TYPE,
                        KYCDOC_REFERENCE,
                        KYCDOC_ISSUE_DATE,
                        KYCDOC_EXPIRY_DATE,
                        KYCDOC_STATUS,
                        KYCDOC_VERIFIED_BY
                 FROM KYCDOC
                 WHERE KYCDOC_SORTCODE = :HV-OUR-SORTCODE
                 ORDER BY KYCDOC_CUSTOMER, KYCDOC_DOC_TYPE,
                          KYCDOC_ISSUE_DATE, KYCDOC_REFERENCE
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           PERFORM READ-TARGET-PARM.
           DISPLAY 'TSTUNLD - MASKED UNLOAD OF BRANCH ' SORTCODE
              ' FOR TEST SORT CODE ' WS-TARGET-SORTCODE.
           OPEN OUTPUT TEST-DATA-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'TSTUNLD - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           INITIALIZE WS-TDR-TRAILER.
           MOVE HV-OUR-SORTCODE TO TDH-SOURCE-SORTCODE.
           MOVE WS-TARGET-SORTCODE TO TDH-TARGET-SORTCODE.
           MOVE WS-RUN-DATE-X TO TDH-RUN-DATE.
           MOVE 'HDR' TO TDR-TYPE.
           MOVE WS-TDR-HEADER TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM UNLOAD-ONE-CUSTOMER UNTIL WS-NO-MORE-ROWS.
           CLOSE CUSTOMER-FILE.
           EXEC SQL OPEN ACC-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM UNLOAD-ONE-ACCOUNT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE ACC-CURSOR
           END-EXEC.
           EXEC SQL OPEN PRT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM UNLOAD-ONE-PROCTRAN UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE PRT-CURSOR
           END-EXEC.
           EXEC SQL OPEN CARD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM UNLOAD-ONE-CARD UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE CARD-CURSOR
           END-EXEC.
           EXEC SQL OPEN PAYEE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM UNLOAD-ONE-PAYEE UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE PAYEE-CURSOR
           END-EXEC.
           EXEC SQL OPEN KYC-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'N' TO WS-EXIT-SW.
           PERFORM UNLOAD-ONE-KYCDOC UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE KYC-CURSOR
           END-EXEC.
           MOVE 'TRL' TO TDR-TYPE.
           MOVE WS-TDR-TRAILER TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           CLOSE TEST-DATA-FILE.
           DISPLAY 'TSTUNLD - CUSTOMERS UNLOADED:      ' TDT-CUSTOMERS.
           DISPLAY 'TSTUNLD - ACCOUNTS UNLOADED:       ' TDT-ACCOUNTS.
           DISPLAY 'TSTUNLD - TRANSACTIONS UNLOADED:   ' TDT-PROCTRAN.
           DISPLAY 'TSTUNLD - CARDS UNLOADED:          ' TDT-CARDS.
           DISPLAY 'TSTUNLD - PAYEES UNLOADED:         ' TDT-PAYEES.
           DISPLAY 'TSTUNLD - ID DOCUMENTS UNLOADED:   ' TDT-KYCDOCS.
           IF CARDS-NOT-NUMERIC > 0
              DISPLAY 'TSTUNLD - CARDS NOT COPIED (NOT NUMERIC): '
                 CARDS-NOT-NUMERIC
           END-IF.
           STOP RUN.
       P999.
           EXIT.
       READ-TARGET-PARM SECTION.
       RTP010.
           OPEN INPUT TEST-PARM-FILE.
           READ TEST-PARM-FILE
              AT END
                 DISPLAY 'TSTUNLD - NO TARGET SORT CODE ON TSTPARM'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ.
           CLOSE TEST-PARM-FILE.
           IF PARM-TARGET-SORTCODE NOT NUMERIC
              OR PARM-TARGET-SORTCODE-NUM = 0
              DISPLAY 'TSTUNLD - TARGET SORT CODE IS NOT VALID: '
                 PARM-TARGET-SORTCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PARM-TARGET-SORTCODE = HV-OUR-SORTCODE
              DISPLAY 'TSTUNLD - TARGET SORT CODE ' PARM-TARGET-SORTCODE
                 ' IS THE PRODUCTION SORT CODE. RUN REFUSED.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE PARM-TARGET-SORTCODE TO WS-TARGET-SORTCODE.
       RTP999.
           EXIT.
       UNLOAD-ONE-CUSTOMER SECTION.
       UOC010.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EXIT-SW
                 GO TO UOC999
           END-READ.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'TSTUNLD - ERROR READING CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CUSTOMER-EYECATCHER NOT = 'CUST'
              OR CUSTOMER-SORTCODE NOT = SORTCODE
              GO TO UOC999
           END-IF.
           MOVE CUSTOMER-NUMBER TO WS-FAKE-SEED.
           MOVE CUSTOMER-BIRTH-YEAR TO WS-FAKE-BIRTH-YEAR.
           PERFORM BUILD-FAKE-IDENTITY.
           MOVE WS-TARGET-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE WS-FAKE-NAME TO CUSTOMER-NAME.
           MOVE WS-FAKE-ADDRESS TO CUSTOMER-ADDRESS.
           MOVE WS-FAKE-DOB TO CUSTOMER-DATE-OF-BIRTH.
           MOVE 'CUS' TO TDR-TYPE.
           MOVE CUSTOMER-RECORD TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           ADD 1 TO TDT-CUSTOMERS.
       UOC999.
           EXIT.
       UNLOAD-ONE-ACCOUNT SECTION.
       UOA010.
           EXEC SQL FETCH ACC-CURSOR
              INTO :HV-ACCOUNT-EYECATCHER,
                   :HV-ACCOUNT-CUST-NO,
                   :HV-ACCOUNT-SORTCODE,
                   :HV-ACCOUNT-ACC-NO,
                   :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-INT-RATE,
                   :HV-ACCOUNT-OPENED,
                   :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-LAST-STMT,
                   :HV-ACCOUNT-NEXT-STMT,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-ACTUAL-BAL
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO UOA999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE WS-TARGET-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE 'ACC' TO TDR-TYPE.
           MOVE HOST-ACCOUNT-ROW TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           ADD 1 TO TDT-ACCOUNTS.
       UOA999.
           EXIT.
       UNLOAD-ONE-PROCTRAN SECTION.
       UOP010.
           EXEC SQL FETCH PRT-CURSOR
              INTO :HV-PROCTRAN-EYECATCHER,
                   :HV-PROCTRAN-SORT-CODE,
                   :HV-PROCTRAN-ACC-NUMBER,
                   :HV-PROCTRAN-DATE,
                   :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-REF,
                   :HV-PROCTRAN-TYPE,
                   :HV-PROCTRAN-DESC,
                   :HV-PROCTRAN-AMOUNT,
                   :HV-PROCTRAN-CHANNEL-ID,
                   :HV-PROCTRAN-NETWORK-ID,
                   :HV-PROCTRAN-VALUE-DATE,
                   :HV-PROCTRAN-REL-SORTCODE,
                   :HV-PROCTRAN-REL-ACCOUNT,
                   :HV-PROCTRAN-CUSTOMER-NO,
                   :HV-PROCTRAN-CUST-NAME,
                   :HV-PROCTRAN-CUST-DOB
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO UOP999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           PERFORM MASK-PROCTRAN-ROW.
           MOVE 'PRT' TO TDR-TYPE.
           MOVE HOST-PROCTRAN-ROW TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           ADD 1 TO TDT-PROCTRAN.
       UOP999.
           EXIT.
       MASK-PROCTRAN-ROW SECTION.
       MPR010.
           MOVE WS-TARGET-SORTCODE TO HV-PROCTRAN-SORT-CODE.
           IF HV-PROCTRAN-REL-SORTCODE = HV-OUR-SORTCODE
              MOVE WS-TARGET-SORTCODE TO HV-PROCTRAN-REL-SORTCODE
           END-IF.
      *
      *    Customer details carried on the row itself.
      *
           IF HV-PROCTRAN-CUSTOMER-NO IS NUMERIC
              MOVE HV-PROCTRAN-CUSTOMER-NO TO WS-FAKE-SEED
              MOVE 1970 TO WS-FAKE-BIRTH-YEAR
              IF HV-PROCTRAN-CUST-DOB(3:1) = '/'
                 AND HV-PROCTRAN-CUST-DOB(7:4) IS NUMERIC
                 MOVE HV-PROCTRAN-CUST-DOB(7:4) TO WS-FAKE-BIRTH-YEAR
              END-IF
              IF HV-PROCTRAN-CUST-DOB(3:1) NOT = '/'
                 AND HV-PROCTRAN-CUST-DOB(5:4) IS NUMERIC
                 MOVE HV-PROCTRAN-CUST-DOB(5:4) TO WS-FAKE-BIRTH-YEAR
              END-IF
              PERFORM BUILD-FAKE-IDENTITY
              MOVE WS-FAKE-NAME(1:14) TO HV-PROCTRAN-CUST-NAME
              IF HV-PROCTRAN-CUST-DOB(3:1) = '/'
                 MOVE WS-FAKE-DOB-SLASHED TO HV-PROCTRAN-CUST-DOB
              ELSE
                 MOVE WS-FAKE-DOB TO HV-PROCTRAN-CUST-DOB
              END-IF
           ELSE
              IF HV-PROCTRAN-CUST-NAME NOT = SPACES
                 MOVE 'TEST CUSTOMER' TO HV-PROCTRAN-CUST-NAME
                 MOVE SPACES TO HV-PROCTRAN-CUST-DOB
              END-IF
           END-IF.
      *
      *    Customer creation and deletion carry the sort code,
      *    customer number, name and date of birth in the
      *    description.
      *
           IF (HV-PROCTRAN-TYPE = 'OCC' OR HV-PROCTRAN-TYPE = 'ODC')
              AND HV-PROCTRAN-DESC(7:10) IS NUMERIC
              IF HV-PROCTRAN-DESC(1:6) = HV-OUR-SORTCODE
                 MOVE WS-TARGET-SORTCODE TO HV-PROCTRAN-DESC(1:6)
              END-IF
              MOVE HV-PROCTRAN-DESC(7:10) TO WS-FAKE-SEED
              MOVE 1970 TO WS-FAKE-BIRTH-YEAR
              IF HV-PROCTRAN-DESC(33:1) = '/'
                 AND HV-PROCTRAN-DESC(37:4) IS NUMERIC
                 MOVE HV-PROCTRAN-DESC(37:4) TO WS-FAKE-BIRTH-YEAR
              END-IF
              IF HV-PROCTRAN-DESC(33:1) NOT = '/'
                 AND HV-PROCTRAN-DESC(35:4) IS NUMERIC
                 MOVE HV-PROCTRAN-DESC(35:4) TO WS-FAKE-BIRTH-YEAR
              END-IF
              PERFORM BUILD-FAKE-IDENTITY
              MOVE WS-FAKE-NAME(1:14) TO HV-PROCTRAN-DESC(17:14)
              IF HV-PROCTRAN-DESC(33:1) = '/'
                 MOVE WS-FAKE-DOB-SLASHED TO HV-PROCTRAN-DESC(31:10)
              ELSE
                 MOVE WS-FAKE-DOB TO HV-PROCTRAN-DESC(31:8)
              END-IF
           END-IF.
       MPR999.
           EXIT.
       UNLOAD-ONE-CARD SECTION.
       UOD010.
           EXEC SQL FETCH CARD-CURSOR
              INTO :HV-CARD-EYECATCHER,
                   :HV-CARD-NUMBER,
                   :HV-CARD-SORTCODE,
                   :HV-CARD-ACC-NO,
                   :HV-CARD-STATUS,
                   :HV-CARD-EXPIRY,
                   :HV-CARD-ISSUED
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO UOD999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-CARD-NUMBER IS NOT NUMERIC
              ADD 1 TO CARDS-NOT-NUMERIC
              GO TO UOD999
           END-IF.
           PERFORM MASK-CARD-NUMBER.
           MOVE WS-TARGET-SORTCODE TO HV-CARD-SORTCODE.
           MOVE 'CRD' TO TDR-TYPE.
           MOVE HOST-CARD-ROW TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           ADD 1 TO TDT-CARDS.
       UOD999.
           EXIT.
       MASK-CARD-NUMBER SECTION.
       MCN010.
           MOVE HV-CARD-NUMBER(7:9) TO WS-CARD-MIDDLE.
           COMPUTE WS-CARD-WORK = WS-CARD-MIDDLE * 7 + 318273645.
           DIVIDE WS-CARD-WORK BY 1000000000 GIVING WS-CARD-QUOT
              REMAINDER WS-CARD-MIDDLE.
           MOVE WS-CARD-MIDDLE TO HV-CARD-NUMBER(7:9).
           MOVE 0 TO WS-LUHN-SUM.
           MOVE 'Y' TO WS-LUHN-DOUBLE-SW.
           PERFORM ADD-LUHN-DIGIT
              VARYING WS-CARD-IX FROM 15 BY -1 UNTIL WS-CARD-IX < 1.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-CARD-QUOT
              REMAINDER WS-LUHN-DIGIT.
           IF WS-LUHN-DIGIT NOT = 0
              COMPUTE WS-LUHN-DIGIT = 10 - WS-LUHN-DIGIT
           END-IF.
           MOVE WS-LUHN-DIGIT TO HV-CARD-DIGIT(16).
       MCN999.
           EXIT.
       ADD-LUHN-DIGIT SECTION.
       ALD010.
           IF WS-LUHN-DOUBLE
              COMPUTE WS-LUHN-DIGIT = HV-CARD-DIGIT(WS-CARD-IX) * 2
              IF WS-LUHN-DIGIT > 9
                 SUBTRACT 9 FROM WS-LUHN-DIGIT
              END-IF
              MOVE 'N' TO WS-LUHN-DOUBLE-SW
           ELSE
              MOVE HV-CARD-DIGIT(WS-CARD-IX) TO WS-LUHN-DIGIT
              MOVE 'Y' TO WS-LUHN-DOUBLE-SW
           END-IF.
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.
       ALD999.
           EXIT.
       UNLOAD-ONE-PAYEE SECTION.
       UOY010.
           EXEC SQL FETCH PAYEE-CURSOR
              INTO :HV-PAYEE-CUSTOMER,
                   :HV-PAYEE-SEQ,
                   :HV-PAYEE-NAME,
                   :HV-PAYEE-SORTCODE,
                   :HV-PAYEE-ACCOUNT,
                   :HV-PAYEE-REFERENCE,
                   :HV-PAYEE-CREATED,
                   :HV-PAYEE-FIRST-LIMIT,
                   :HV-PAYEE-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO UOY999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    A payee at this branch takes the fake name of the customer
      *    who holds the account, so a transfer to them lines up in
      *    the copy. Any other payee gets a name derived from their
      *    account number, the same wherever they appear.
      *
           MOVE 0 TO WS-FAKE-SEED.
           IF HV-PAYEE-SORTCODE = HV-OUR-SORTCODE
              EXEC SQL
                 SELECT ACCOUNT_CUSTOMER_NUMBER
                 INTO :HV-ACCOUNT-CUST-NO
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-PAYEE-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-PAYEE-ACCOUNT
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM ABEND-THIS-RUN
              END-IF
              IF SQLCODE = 0 AND HV-ACCOUNT-CUST-NO IS NUMERIC
                 MOVE HV-ACCOUNT-CUST-NO TO WS-FAKE-SEED
              END-IF
              MOVE WS-TARGET-SORTCODE TO HV-PAYEE-SORTCODE
           END-IF.
           IF WS-FAKE-SEED = 0
              IF HV-PAYEE-ACCOUNT IS NUMERIC
                 MOVE HV-PAYEE-ACCOUNT TO WS-PAYEE-ACCOUNT-NUM
                 COMPUTE WS-FAKE-SEED = WS-PAYEE-ACCOUNT-NUM + 1
              ELSE
                 MOVE HV-PAYEE-CUSTOMER TO WS-FAKE-SEED
                 ADD HV-PAYEE-SEQ TO WS-FAKE-SEED
              END-IF
           END-IF.
           MOVE 1970 TO WS-FAKE-BIRTH-YEAR.
           PERFORM BUILD-FAKE-IDENTITY.
           MOVE WS-FAKE-NAME TO HV-PAYEE-NAME.
           MOVE 'PAY' TO TDR-TYPE.
           MOVE HOST-PAYEE-ROW TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           ADD 1 TO TDT-PAYEES.
       UOY999.
           EXIT.
       UNLOAD-ONE-KYCDOC SECTION.
       UOK010.
           EXEC SQL FETCH KYC-CURSOR
              INTO :HV-KYC-SORTCODE,
                   :HV-KYC-CUSTOMER,
                   :HV-KYC-DOC-TYPE,
                   :HV-KYC-REFERENCE,
                   :HV-KYC-ISSUE-DATE,
                   :HV-KYC-EXPIRY-DATE,
                   :HV-KYC-STATUS,
                   :HV-KYC-VERIFIED-BY
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO UOK999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-KYC-CUSTOMER = WS-KYC-PREV-CUSTOMER
              AND HV-KYC-DOC-TYPE = WS-KYC-PREV-DOC-TYPE
              ADD 1 TO WS-KYC-SEQ
           ELSE
              MOVE 1 TO WS-KYC-SEQ
              MOVE HV-KYC-CUSTOMER TO WS-KYC-PREV-CUSTOMER
              MOVE HV-KYC-DOC-TYPE TO WS-KYC-PREV-DOC-TYPE
           END-IF.
           MOVE SPACES TO HV-KYC-REFERENCE.
           STRING 'TST' DELIMITED BY SIZE,
                  HV-KYC-CUSTOMER DELIMITED BY SIZE,
                  HV-KYC-DOC-TYPE(1:4) DELIMITED BY SIZE,
                  WS-KYC-SEQ DELIMITED BY SIZE
                  INTO HV-KYC-REFERENCE
           END-STRING.
           MOVE WS-TARGET-SORTCODE TO HV-KYC-SORTCODE.
           MOVE 'KYC' TO TDR-TYPE.
           MOVE HOST-KYCDOC-ROW TO TDR-DATA.
           WRITE TEST-DATA-RECORD.
           ADD 1 TO TDT-KYCDOCS.
       UOK999.
           EXIT.
       BUILD-FAKE-IDENTITY SECTION.
       BFI010.
      *
      *    Name, address and date of birth from WS-FAKE-SEED. The
      *    day and month of birth are invented; the year is moved
      *    by up to two years either way.
      *
           COMPUTE WS-FAKE-WORK = WS-FAKE-SEED * 7919 + 104729.
           DIVIDE WS-FAKE-WORK BY 999999937 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-HASH.
           MOVE WS-FAKE-HASH TO WS-FAKE-QUOT.
           DIVIDE WS-FAKE-QUOT BY 5 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-TITLE = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 20 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-FORENAME = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 26 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-INITIAL = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 25 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-SURNAME = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 20 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-STREET = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 5 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-STREET-TYPE = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 20 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-IX-TOWN = WS-FAKE-REM + 1.
           MOVE WS-FAKE-HASH TO WS-FAKE-QUOT.
           DIVIDE WS-FAKE-QUOT BY 89 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-FAKE-HOUSE = WS-FAKE-REM + 10.
           DIVIDE WS-FAKE-QUOT BY 28 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-FAKE-DOB-DD = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 12 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           COMPUTE WS-FAKE-DOB-MM = WS-FAKE-REM + 1.
           DIVIDE WS-FAKE-QUOT BY 5 GIVING WS-FAKE-QUOT
              REMAINDER WS-FAKE-REM.
           IF WS-FAKE-BIRTH-YEAR < 1900
              MOVE 1970 TO WS-FAKE-BIRTH-YEAR
           END-IF.
           COMPUTE WS-FAKE-DOB-YYYY = WS-FAKE-BIRTH-YEAR
              + WS-FAKE-REM - 2.
           MOVE WS-FAKE-DOB-DD TO WS-FAKE-DOBS-DD.
           MOVE WS-FAKE-DOB-MM TO WS-FAKE-DOBS-MM.
           MOVE WS-FAKE-DOB-YYYY TO WS-FAKE-DOBS-YYYY.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-TITLE(WS-IX-TITLE) DELIMITED BY SPACE,
                  ' ' DELIMITED BY SIZE,
                  WS-FORENAME(WS-IX-FORENAME) DELIMITED BY SPACE,
                  ' ' DELIMITED BY SIZE,
                  WS-INITIAL(WS-IX-INITIAL) DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-SURNAME(WS-IX-SURNAME) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME
           END-STRING.
           MOVE SPACES TO WS-FAKE-ADDRESS.
           STRING WS-FAKE-HOUSE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-STREET(WS-IX-STREET) DELIMITED BY SPACE,
                  ' ' DELIMITED BY SIZE,
                  WS-STREET-TYPE(WS-IX-STREET-TYPE) DELIMITED BY SPACE,
                  ', ' DELIMITED BY SIZE,
                  WS-TOWN(WS-IX-TOWN) DELIMITED BY SPACE
                  INTO WS-FAKE-ADDRESS
           END-STRING.
       BFI999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'TSTUNLD - UNRECOVERABLE DB2 ERROR. SQLCODE='
              SQLCODE-DISPLAY.
           EXEC SQL ROLLBACK
           END-EXEC.
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
