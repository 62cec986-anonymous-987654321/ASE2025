       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRTN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO TAXRTN
              ORGANIZATION IS SEQUENTIAL.
           SELECT REMEDIATION-FILE ASSIGN TO TAXREMED
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUSTOMER-KEY
              FILE STATUS IS CUSTOMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD                      PIC X(130).
       FD  REMEDIATION-FILE
           RECORDING MODE IS F.
       01  REMEDIATION-RECORD                 PIC X(100).
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
      *
      *    Annual FATCA/CRS reportable-account return. Every account
      *    held by a customer whose self-certification shows a US
      *    person or a tax residence outside the home country is
      *    reported once for each such jurisdiction, with its
      *    31 December balance from the end-of-day snapshot and the
      *    interest paid to it during the calendar year, between a
      *    header and a trailer carrying the control totals.
      *
      *    Customers who hold accounts but have no self-certification
      *    on the register are listed for remediation when their
      *    address carries a foreign indicium.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-HOME-COUNTRY                   PIC X(2).
       01 HV-AS-AT-DATE                     PIC S9(8).
       01 HV-YEAR-FROM                      PIC X(8).
       01 HV-YEAR-TO                        PIC X(8).
       01 HOST-TAX-ROW.
          03 HV-TAX-CUSTOMER                PIC X(10).
          03 HV-TAX-US-PERSON               PIC X.
          03 HV-TAX-RESIDENCES.
             05 HV-TAX-COUNTRY-1            PIC X(2).
             05 HV-TAX-TIN-1                PIC X(20).
             05 HV-TAX-COUNTRY-2            PIC X(2).
             05 HV-TAX-TIN-2                PIC X(20).
             05 HV-TAX-COUNTRY-3            PIC X(2).
             05 HV-TAX-TIN-3                PIC X(20).
          03 HV-TAX-RESIDENCE-TABLE REDEFINES HV-TAX-RESIDENCES.
             05 HV-TAX-RESIDENCE OCCURS 3 TIMES.
                07 HV-TAX-COUNTRY           PIC X(2).
                07 HV-TAX-TIN               PIC X(20).
          03 HV-TAX-ACC-NO                  PIC X(8).
          03 HV-TAX-ACC-TYPE                PIC X(8).
          03 HV-TAX-BALANCE                 PIC S9(10)V99.
       01 HV-TAX-INTEREST                   PIC S9(10)V99.
       01 HV-REMED-CUSTOMER                 PIC X(10).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 CUSTOMER-STATUS                   PIC XX VALUE SPACES.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-ROWS                     VALUE 'Y'.
       01 WS-REMED-EXIT-SW                  PIC X VALUE 'N'.
          88 WS-NO-MORE-REMED                    VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RETURN-YEAR                    PIC 9(4).
       01 WS-LAST-CUSTOMER                  PIC X(10) VALUE SPACES.
       01 WS-CUST-NAME                      PIC X(60).
       01 WS-TAX-SUB                        PIC S9(4) COMP.
       01 WS-IND-SUB                        PIC S9(4) COMP.
       01 WS-IND-HITS                       PIC S9(4) COMP.
       01 WS-UPPER-ADDRESS                  PIC X(160).
       01 WS-INDICIUM-FOUND                 PIC X(18).
       01 WS-DETAIL-COUNT                   PIC 9(6) VALUE 0.
       01 WS-TOTAL-BALANCE                  PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-INTEREST                 PIC S9(13)V99 VALUE 0.
       01 WS-REMED-COUNT                    PIC 9(6) VALUE 0.
       77 WS-HOME-COUNTRY-DFLT              PIC X(2) VALUE 'GB'.
      *
      *    Address words treated as an indicium of foreign tax
      *    residence, each preceded by its significant length.
      *
       01 WS-INDICIA-VALUES.
          03 FILLER             PIC X(20) VALUE '13UNITED STATES'.
          03 FILLER             PIC X(20) VALUE '05U.S.A'.
          03 FILLER             PIC X(20) VALUE '04 USA'.
          03 FILLER             PIC X(20) VALUE '07AMERICA'.
          03 FILLER             PIC X(20) VALUE '06CANADA'.
          03 FILLER             PIC X(20) VALUE '07IRELAND'.
          03 FILLER             PIC X(20) VALUE '06FRANCE'.
          03 FILLER             PIC X(20) VALUE '07GERMANY'.
          03 FILLER             PIC X(20) VALUE '05SPAIN'.
          03 FILLER             PIC X(20) VALUE '05ITALY'.
          03 FILLER             PIC X(20) VALUE '11NETHERLANDS'.
          03 FILLER             PIC X(20) VALUE '11SWITZERLAND'.
          03 FILLER             PIC X(20) VALUE '09AUSTRALIA'.
          03 FILLER             PIC X(20) VALUE '11NEW ZEALAND'.
          03 FILLER             PIC X(20) VALUE '05INDIA'.
          03 FILLER             PIC X(20) VALUE '05CHINA'.
          03 FILLER             PIC X(20) VALUE '05JAPAN'.
          03 FILLER             PIC X(20) VALUE '09HONG KONG'.
          03 FILLER             PIC X(20) VALUE '09SINGAPORE'.
          03 FILLER             PIC X(20) VALUE '06DUBAI'.
       01 WS-INDICIA-TABLE REDEFINES WS-INDICIA-VALUES.
          03 WS-INDICIUM OCCURS 20 TIMES.
             05 WS-INDICIUM-LEN             PIC 99.
             05 WS-INDICIUM-WORD            PIC X(18).
       01 WS-RETURN-HEADER.
          03 RTH-RECORD-TYPE                PIC X VALUE '1'.
          03 RTH-RETURN-ID                  PIC X(8) VALUE 'AEOIRTN '.
          03 RTH-SORTCODE                   PIC X(6).
          03 RTH-REPORT-YEAR                PIC 9(4).
          03 RTH-HOME-COUNTRY               PIC X(2).
          03 FILLER                         PIC X(109) VALUE SPACES.
       01 WS-RETURN-DETAIL.
          03 RTD-RECORD-TYPE                PIC X VALUE '2'.
          03 RTD-JURISDICTION               PIC X(2).
          03 RTD-REGIME                     PIC X(5).
          03 RTD-CUSTOMER                   PIC X(10).
          03 RTD-NAME                       PIC X(40).
          03 RTD-TIN                        PIC X(20).
          03 RTD-ACCOUNT                    PIC X(8).
          03 RTD-ACC-TYPE                   PIC X(8).
          03 RTD-BALANCE                    PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 RTD-INTEREST                   PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(10) VALUE SPACES.
       01 WS-RETURN-TRAILER.
          03 RTT-RECORD-TYPE                PIC X VALUE '9'.
          03 RTT-DETAIL-COUNT               PIC 9(6).
          03 RTT-TOTAL-BALANCE              PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 RTT-TOTAL-INTEREST             PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(91) VALUE SPACES.
       01 WS-REMED-LINE.
          03 RML-CUSTOMER                   PIC X(10).
          03 FILLER                         PIC X VALUE SPACE.
          03 RML-NAME                       PIC X(60).
          03 FILLER                         PIC X VALUE SPACE.
          03 RML-INDICIUM                   PIC X(18).
          03 FILLER                         PIC X(10) VALUE SPACES.
           EXEC SQL
              DECLARE TAX-CURSOR CURSOR FOR
                 SELECT T.TAXCERT_CUSTOMER, T.TAXCERT_US_PERSON,
                        T.TAXCERT_COUNTRY_1, T.TAXCERT_TIN_1,
                        T.TAXCERT_COUNTRY_2, T.TAXCERT_TIN_2,
                        T.TAXCERT_COUNTRY_3, T.TAXCERT_TIN_3,
                        S.ACCTSNAP_NUMBER, A.ACCOUNT_TYPE,
                        S.ACCTSNAP_ACTUAL_BALANCE
                 FROM TAXCERT T, ACCOUNT A, ACCTSNAP S
                 WHERE T.TAXCERT_SORTCODE = :HV-OUR-SORTCODE
                 AND (T.TAXCERT_US_PERSON = 'Y'
                      OR (T.TAXCERT_COUNTRY_1 <> ' '
                          AND T.TAXCERT_COUNTRY_1 <> :HV-HOME-COUNTRY)
                      OR (T.TAXCERT_COUNTRY_2 <> ' '
                          AND T.TAXCERT_COUNTRY_2 <> :HV-HOME-COUNTRY)
                      OR (T.TAXCERT_COUNTRY_3 <> ' '
                          AND T.TAXCERT_COUNTRY_3 <> :HV-HOME-COUNTRY))
                 AND A.ACCOUNT_SORTCODE = T.TAXCERT_SORTCODE
                 AND A.ACCOUNT_CUSTOMER_NUMBER = T.TAXCERT_CUSTOMER
                 AND S.ACCTSNAP_SORTCODE = A.ACCOUNT_SORTCODE
                 AND S.ACCTSNAP_NUMBER = A.ACCOUNT_NUMBER
                 AND S.ACCTSNAP_DATE = :HV-AS-AT-DATE
                 ORDER BY T.TAXCERT_CUSTOMER, S.ACCTSNAP_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
           EXEC SQL
              DECLARE REMED-CURSOR CURSOR FOR
                 SELECT DISTINCT A.ACCOUNT_CUSTOMER_NUMBER
                 FROM ACCOUNT A
                 WHERE A.ACCOUNT_SORTCODE = :HV-OUR-SORTCODE
                 AND NOT EXISTS
                    (SELECT 1
                     FROM TAXCERT T
                     WHERE T.TAXCERT_SORTCODE = A.ACCOUNT_SORTCODE
                     AND T.TAXCERT_CUSTOMER = A.ACCOUNT_CUSTOMER_NUMBER)
                 ORDER BY A.ACCOUNT_CUSTOMER_NUMBER
                 FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           PERFORM GET-HOME-COUNTRY.
      *
      *    The return covers the calendar year just ended.
      *
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RETURN-YEAR = 2000 + WS-RUN-DATE-YY - 1.
           COMPUTE HV-AS-AT-DATE = WS-RETURN-YEAR * 10000 + 1231.
           STRING WS-RETURN-YEAR '0101' DELIMITED BY SIZE
              INTO HV-YEAR-FROM
           END-STRING.
           STRING WS-RETURN-YEAR '1231' DELIMITED BY SIZE
              INTO HV-YEAR-TO
           END-STRING.
           MOVE WS-RETURN-YEAR TO RTH-REPORT-YEAR.
           MOVE HV-HOME-COUNTRY TO RTH-HOME-COUNTRY.
           DISPLAY 'TAXRTN - FATCA/CRS RETURN FOR YEAR '
              RTH-REPORT-YEAR ' HOME COUNTRY ' HV-HOME-COUNTRY.
           OPEN OUTPUT RETURN-FILE.
           OPEN OUTPUT REMEDIATION-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'TAXRTN - UNABLE TO OPEN CUSTOMER FILE. '
                 'STATUS=' CUSTOMER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE HV-OUR-SORTCODE TO RTH-SORTCODE.
           WRITE RETURN-RECORD FROM WS-RETURN-HEADER.
           EXEC SQL OPEN TAX-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REPORT-ONE-ACCOUNT UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE TAX-CURSOR
           END-EXEC.
           MOVE WS-DETAIL-COUNT TO RTT-DETAIL-COUNT.
           MOVE WS-TOTAL-BALANCE TO RTT-TOTAL-BALANCE.
           MOVE WS-TOTAL-INTEREST TO RTT-TOTAL-INTEREST.
           WRITE RETURN-RECORD FROM WS-RETURN-TRAILER.
           EXEC SQL OPEN REMED-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM CHECK-ONE-UNCERTIFIED UNTIL WS-NO-MORE-REMED.
           EXEC SQL CLOSE REMED-CURSOR
           END-EXEC.
           CLOSE RETURN-FILE.
           CLOSE REMEDIATION-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY 'TAXRTN - DETAIL LINES WRITTEN:  ' WS-DETAIL-COUNT.
           DISPLAY 'TAXRTN - TOTAL BALANCES:        ' WS-TOTAL-BALANCE.
           DISPLAY 'TAXRTN - TOTAL INTEREST:        ' WS-TOTAL-INTEREST.
           DISPLAY 'TAXRTN - CUSTOMERS TO REMEDIATE: ' WS-REMED-COUNT.
           STOP RUN.
       P999.
           EXIT.
       REPORT-ONE-ACCOUNT SECTION.
       ROA010.
           EXEC SQL FETCH TAX-CURSOR
              INTO :HV-TAX-CUSTOMER, :HV-TAX-US-PERSON,
                   :HV-TAX-COUNTRY-1, :HV-TAX-TIN-1,
                   :HV-TAX-COUNTRY-2, :HV-TAX-TIN-2,
                   :HV-TAX-COUNTRY-3, :HV-TAX-TIN-3,
                   :HV-TAX-ACC-NO, :HV-TAX-ACC-TYPE,
                   :HV-TAX-BALANCE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROA999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-TAX-CUSTOMER NOT = WS-LAST-CUSTOMER
              PERFORM GET-CUSTOMER-NAME
              MOVE HV-TAX-CUSTOMER TO WS-LAST-CUSTOMER
           END-IF.
           PERFORM GET-ACCOUNT-INTEREST.
           PERFORM WRITE-ONE-JURISDICTION
              VARYING WS-TAX-SUB FROM 1 BY 1
              UNTIL WS-TAX-SUB > 3.
       ROA999.
           EXIT.
       WRITE-ONE-JURISDICTION SECTION.
       WOJ010.
           IF HV-TAX-COUNTRY(WS-TAX-SUB) = SPACES
              GO TO WOJ999
           END-IF.
           IF HV-TAX-COUNTRY(WS-TAX-SUB) = HV-HOME-COUNTRY
              GO TO WOJ999
           END-IF.
           MOVE HV-TAX-COUNTRY(WS-TAX-SUB) TO RTD-JURISDICTION.
           IF HV-TAX-COUNTRY(WS-TAX-SUB) = 'US'
              MOVE 'FATCA' TO RTD-REGIME
           ELSE
              MOVE 'CRS  ' TO RTD-REGIME
           END-IF.
           MOVE HV-TAX-CUSTOMER TO RTD-CUSTOMER.
           MOVE WS-CUST-NAME(1:40) TO RTD-NAME.
           MOVE HV-TAX-TIN(WS-TAX-SUB) TO RTD-TIN.
           MOVE HV-TAX-ACC-NO TO RTD-ACCOUNT.
           MOVE HV-TAX-ACC-TYPE TO RTD-ACC-TYPE.
           MOVE HV-TAX-BALANCE TO RTD-BALANCE.
           MOVE HV-TAX-INTEREST TO RTD-INTEREST.
           WRITE RETURN-RECORD FROM WS-RETURN-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD HV-TAX-BALANCE TO WS-TOTAL-BALANCE.
           ADD HV-TAX-INTEREST TO WS-TOTAL-INTEREST.
       WOJ999.
           EXIT.
       GET-CUSTOMER-NAME SECTION.
       GCN010.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-TAX-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'TAXRTN - NO CUSTOMER RECORD FOR '
                 HV-TAX-CUSTOMER ' - REPORTED WITHOUT NAME.'
              GO TO GCN999
           END-IF.
           MOVE CUSTOMER-NAME TO WS-CUST-NAME.
       GCN999.
           EXIT.
       GET-ACCOUNT-INTEREST SECTION.
       GAI010.
           MOVE 0 TO HV-TAX-INTEREST.
           EXEC SQL
              SELECT COALESCE(SUM(P.PROCTRAN_AMOUNT), 0)
              INTO :HV-TAX-INTEREST
              FROM (SELECT PROCTRAN_AMOUNT
                    FROM PROCTRAN
                    WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                    AND PROCTRAN_NUMBER = :HV-TAX-ACC-NO
                    AND PROCTRAN_TYPE = 'INT'
                    AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                        SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                        SUBSTR(PROCTRAN_DATE, 1, 2)
                        BETWEEN :HV-YEAR-FROM AND :HV-YEAR-TO
                    UNION ALL
                    SELECT PROCTRAN_AMOUNT
                    FROM PROCTRAN_ARCH
                    WHERE PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
                    AND PROCTRAN_NUMBER = :HV-TAX-ACC-NO
                    AND PROCTRAN_TYPE = 'INT'
                    AND SUBSTR(PROCTRAN_DATE, 7, 4) CONCAT
                        SUBSTR(PROCTRAN_DATE, 4, 2) CONCAT
                        SUBSTR(PROCTRAN_DATE, 1, 2)
                        BETWEEN :HV-YEAR-FROM AND :HV-YEAR-TO
                   ) AS P
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       GAI999.
           EXIT.
       CHECK-ONE-UNCERTIFIED SECTION.
       COU010.
           EXEC SQL FETCH REMED-CURSOR
              INTO :HV-REMED-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-REMED-EXIT-SW
              GO TO COU999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           MOVE SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-REMED-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              GO TO COU999
           END-IF.
           MOVE CUSTOMER-ADDRESS TO WS-UPPER-ADDRESS.
           INSPECT WS-UPPER-ADDRESS CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-INDICIUM-FOUND.
           PERFORM MATCH-ONE-INDICIUM
              VARYING WS-IND-SUB FROM 1 BY 1
              UNTIL WS-IND-SUB > 20 OR WS-INDICIUM-FOUND NOT = SPACES.
           IF WS-INDICIUM-FOUND = SPACES
              GO TO COU999
           END-IF.
           MOVE HV-REMED-CUSTOMER TO RML-CUSTOMER.
           MOVE CUSTOMER-NAME TO RML-NAME.
           MOVE WS-INDICIUM-FOUND TO RML-INDICIUM.
           WRITE REMEDIATION-RECORD FROM WS-REMED-LINE.
           ADD 1 TO WS-REMED-COUNT.
       COU999.
           EXIT.
       MATCH-ONE-INDICIUM SECTION.
       MOI010.
           MOVE 0 TO WS-IND-HITS.
           INSPECT WS-UPPER-ADDRESS TALLYING WS-IND-HITS
              FOR ALL WS-INDICIUM-WORD(WS-IND-SUB)
                 (1:WS-INDICIUM-LEN(WS-IND-SUB)).
           IF WS-IND-HITS > 0
              MOVE WS-INDICIUM-WORD(WS-IND-SUB) TO WS-INDICIUM-FOUND
           END-IF.
       MOI999.
           EXIT.
       GET-HOME-COUNTRY SECTION.
       GHC010.
           MOVE WS-HOME-COUNTRY-DFLT TO HV-HOME-COUNTRY.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-TAX-HOME-COUNTRY' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR(1:2) NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR(1:2) TO HV-HOME-COUNTRY
           END-IF.
       GHC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'TAXRTN - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
