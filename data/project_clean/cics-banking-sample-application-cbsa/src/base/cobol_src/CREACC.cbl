           03 HV-CONTROL-VALUE-STR             PIC X(40).
       01 HOST-PRODUCT-ROW.
           03 HV-PRODUCT-CODE                  PIC X(8).
           03 HV-PRODUCT-MIN-AGE               PIC S9(4) COMP.
           03 HV-PRODUCT-MAX-AGE               PIC S9(4) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
          03 INQCUST-INQ-SUCCESS          PIC X.
          03 INQCUST-INQ-FAIL-CD          PIC X.
          03 INQCUST-PCB-POINTER          POINTER.
          03 INQCUST-SUPPORT-IND          PIC X.
          03 INQCUST-GONE-AWAY-IND        PIC X.
       01 INQACCCU-COMMAREA.
          03 NUMBER-OF-ACCOUNTS        PIC S9(8) BINARY.
          03 CUSTOMER-NUMBER           PIC 9(10).
          03 FILLER                     PIC X.
          03 WS-KYC-DATE-YYYY           PIC 9999.
       01 WS-KYC-U-TIME                 PIC S9(15) COMP-3.
      *
      *    ISA subscription ledger - one row per customer per tax
      *    year (6 April to 5 April, keyed by its starting year)
      *    naming the one ISA the customer may subscribe to.
      *
       01 HOST-ISASUB-ROW.
          03 HV-ISA-SORTCODE            PIC X(6).
          03 HV-ISA-CUSTOMER            PIC X(10).
          03 HV-ISA-TAX-YEAR            PIC S9(4) COMP.
          03 HV-ISA-ACCOUNT             PIC X(8).
          03 HV-ISA-ALLOWANCE           PIC S9(10)V99 COMP-3.
       01 WS-ISA-ROW-SW                 PIC X VALUE 'N'.
          88 WS-ISA-ROW-FOUND                VALUE 'Y'.
       77 WS-ISA-ALLOWANCE-DFLT         PIC 9(7)V99 VALUE 20000.
      *
      *    Age eligibility. A customer under the age of majority
      *    (CONTROL <sortcode>-MAJORITY-AGE) may only hold accounts
      *    while a guardian is linked to them on GUARDIAN.
      *
       01 WS-CUSTOMER-AGE               PIC S9(4) COMP VALUE 0.
       01 WS-MAJORITY-AGE               PIC S9(4) COMP VALUE 18.
       01 HV-GRD-SORTCODE               PIC X(6).
       01 HV-GRD-MINOR-CUST             PIC X(10).
       01 HV-GRD-ACTIVE-COUNT           PIC S9(9) COMP.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-EYECATCHER                 PIC X(4).
           IF COMM-SUCCESS OF DFHCOMMAREA = 'N'
             PERFORM GET-ME-OUT-OF-HERE
           END-IF
           IF COMM-ACC-TYPE IN DFHCOMMAREA = 'ISA     '
             PERFORM CHECK-ISA-DESIGNATION
             IF COMM-SUCCESS OF DFHCOMMAREA = 'N'
               PERFORM GET-ME-OUT-OF-HERE
             END-IF
           END-IF
           PERFORM ACCOUNT-TYPE-CHECK
           IF COMM-SUCCESS OF DFHCOMMAREA = 'N'
             PERFORM GET-ME-OUT-OF-HERE
           END-IF
           PERFORM CHECK-AGE-ELIGIBILITY
           IF COMM-SUCCESS OF DFHCOMMAREA = 'N'
             PERFORM GET-ME-OUT-OF-HERE
           END-IF
           PERFORM VALIDATE-ACCOUNT-OPENED
           IF COMM-SUCCESS OF DFHCOMMAREA = 'N'
             PERFORM GET-ME-OUT-OF-HERE
              AND COMM-ACC-TYPE IN DFHCOMMAREA = 'TERMDEP '
              PERFORM STAMP-TERM-DEPOSIT
           END-IF
           IF COMM-SUCCESS OF DFHCOMMAREA = 'Y'
              AND COMM-ACC-TYPE IN DFHCOMMAREA = 'ISA     '
              PERFORM DESIGNATE-ISA-ACCOUNT
           END-IF
           PERFORM GET-ME-OUT-OF-HERE.
       P999.
           EXIT.
           END-IF.
       CCK999.
           EXIT.
       CHECK-ISA-DESIGNATION SECTION.
       CID010.
      *
      *    A customer may open (and subscribe to) only one cash ISA
      *    in each tax year. The tax year runs from 6 April and is
      *    known by the calendar year it starts in. CHECK-CUSTOMER-
      *    KYC has already set today's date.
      *
           MOVE 'N' TO WS-ISA-ROW-SW.
           MOVE REQUIRED-SORT-CODE TO HV-ISA-SORTCODE.
           MOVE COMM-CUSTNO IN DFHCOMMAREA TO HV-ISA-CUSTOMER.
           MOVE WS-KYC-DATE-YYYY TO HV-ISA-TAX-YEAR.
           IF WS-KYC-DATE-MM < 4
              OR (WS-KYC-DATE-MM = 4 AND WS-KYC-DATE-DD < 6)
              SUBTRACT 1 FROM HV-ISA-TAX-YEAR
           END-IF.
           MOVE SPACES TO HV-ISA-ACCOUNT.
           EXEC SQL
              SELECT ISASUB_ACCOUNT
              INTO :HV-ISA-ACCOUNT
              FROM ISASUB
              WHERE ISASUB_SORTCODE = :HV-ISA-SORTCODE
              AND ISASUB_CUSTOMER = :HV-ISA-CUSTOMER
              AND ISASUB_TAX_YEAR = :HV-ISA-TAX-YEAR
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-ISA-ROW-SW
             WHEN 100
               GO TO CID999
             WHEN OTHER
               MOVE SQLCODE TO SQLCODE-DISPLAY
               DISPLAY 'CREACC: ISA subscription ledger unavailable '
                  'SQLCODE=' SQLCODE-DISPLAY ' - account not opened.'
               MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
               MOVE '7' TO COMM-FAIL-CODE IN DFHCOMMAREA
               GO TO CID999
           END-EVALUATE.
           IF HV-ISA-ACCOUNT NOT = SPACES
             DISPLAY 'CREACC: Customer ' HV-ISA-CUSTOMER
                ' already holds ISA ' HV-ISA-ACCOUNT
                ' for this tax year - account not opened.'
             MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
             MOVE 'I' TO COMM-FAIL-CODE IN DFHCOMMAREA
           END-IF.
       CID999.
           EXIT.
       DESIGNATE-ISA-ACCOUNT SECTION.
       DIA010.
      *
      *    The new ISA becomes the customer's ISA for this tax year.
      *    A ledger failure here does not undo the account: the
      *    designation is taken again on the first subscription.
      *
           MOVE COMM-NUMBER TO HV-ISA-ACCOUNT.
           IF WS-ISA-ROW-FOUND
              EXEC SQL
                 UPDATE ISASUB
                 SET ISASUB_ACCOUNT = :HV-ISA-ACCOUNT
                 WHERE ISASUB_SORTCODE = :HV-ISA-SORTCODE
                 AND ISASUB_CUSTOMER = :HV-ISA-CUSTOMER
                 AND ISASUB_TAX_YEAR = :HV-ISA-TAX-YEAR
              END-EXEC
           ELSE
              PERFORM GET-ISA-ALLOWANCE
              EXEC SQL
                 INSERT INTO ISASUB
                        (
                         ISASUB_SORTCODE,
                         ISASUB_CUSTOMER,
                         ISASUB_TAX_YEAR,
                         ISASUB_ACCOUNT,
                         ISASUB_ALLOWANCE,
                         ISASUB_SUBSCRIBED,
                         ISASUB_TRANSFER_IN,
                         ISASUB_TRANSFER_OUT,
                         ISASUB_STATUS
                        )
                 VALUES
                        (
                         :HV-ISA-SORTCODE,
                         :HV-ISA-CUSTOMER,
                         :HV-ISA-TAX-YEAR,
                         :HV-ISA-ACCOUNT,
                         :HV-ISA-ALLOWANCE,
                         0,
                         0,
                         0,
                         'O'
                        )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CREACC: Unable to designate ISA '
                 HV-ISA-ACCOUNT ' on the subscription ledger. '
                 'SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       DIA999.
           EXIT.
       GET-ISA-ALLOWANCE SECTION.
       GIA010.
           MOVE WS-ISA-ALLOWANCE-DFLT TO HV-ISA-ALLOWANCE.
           MOVE SPACES TO HV-CONTROL-NAME
           MOVE ZERO TO HV-CONTROL-VALUE-NUM
           MOVE SPACES TO HV-CONTROL-VALUE-STR
           STRING REQUIRED-SORT-CODE DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           'ISA-ALLOWANCE' DELIMITED BY SIZE
           INTO HV-CONTROL-NAME
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-ISA-ALLOWANCE
           END-IF.
       GIA999.
           EXIT.
       GET-ACCOUNT-LIMIT SECTION.
       GAL010.
           MOVE 9 TO WS-ACCOUNT-LIMIT.
       ACCOUNT-TYPE-CHECK SECTION.
       ATC010.
           MOVE COMM-ACC-TYPE IN DFHCOMMAREA TO HV-PRODUCT-CODE.
           MOVE 0 TO HV-PRODUCT-MIN-AGE.
           MOVE 0 TO HV-PRODUCT-MAX-AGE.
           EXEC SQL
              SELECT PRODUCT_CODE,
                     COALESCE(PRODUCT_MIN_AGE, 0),
                     COALESCE(PRODUCT_MAX_AGE, 0)
              INTO :HV-PRODUCT-CODE,
                   :HV-PRODUCT-MIN-AGE,
                   :HV-PRODUCT-MAX-AGE
              FROM PRODUCT
              WHERE PRODUCT_CODE = :HV-PRODUCT-CODE
           END-EXEC.
           END-EVALUATE.
       ATC999.
           EXIT.
       CHECK-AGE-ELIGIBILITY SECTION.
       CAE010.
      *
      *    The customer's age today, from the date of birth on the
      *    customer record, must fall within the product's age
      *    range (a zero limit means none). A customer under the
      *    age of majority must also have an active guardian.
      *    CHECK-CUSTOMER-KYC has already set today's date.
      *
           IF INQCUST-DOB IS NOT NUMERIC OR INQCUST-DOB-YYYY = 0
              GO TO CAE999
           END-IF.
           COMPUTE WS-CUSTOMER-AGE =
              WS-KYC-DATE-YYYY - INQCUST-DOB-YYYY.
           IF WS-KYC-DATE-MM < INQCUST-DOB-MM
              OR (WS-KYC-DATE-MM = INQCUST-DOB-MM
                  AND WS-KYC-DATE-DD < INQCUST-DOB-DD)
              SUBTRACT 1 FROM WS-CUSTOMER-AGE
           END-IF.
           IF (HV-PRODUCT-MIN-AGE > 0
               AND WS-CUSTOMER-AGE < HV-PRODUCT-MIN-AGE)
           OR (HV-PRODUCT-MAX-AGE > 0
               AND WS-CUSTOMER-AGE > HV-PRODUCT-MAX-AGE)
             DISPLAY 'CREACC: Customer ' HV-KYC-CUSTOMER
                ' is outside the age range for product '
                HV-PRODUCT-CODE ' - account not opened.'
             MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
             MOVE 'A' TO COMM-FAIL-CODE IN DFHCOMMAREA
             GO TO CAE999
           END-IF.
           MOVE SPACES TO HV-CONTROL-NAME
           MOVE ZERO TO HV-CONTROL-VALUE-NUM
           MOVE SPACES TO HV-CONTROL-VALUE-STR
           STRING REQUIRED-SORT-CODE DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           'MAJORITY-AGE' DELIMITED BY SIZE
           INTO HV-CONTROL-NAME
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-MAJORITY-AGE
           END-IF.
           IF WS-CUSTOMER-AGE NOT < WS-MAJORITY-AGE
              GO TO CAE999
           END-IF.
           MOVE REQUIRED-SORT-CODE TO HV-GRD-SORTCODE.
           MOVE COMM-CUSTNO IN DFHCOMMAREA TO HV-GRD-MINOR-CUST.
           MOVE 0 TO HV-GRD-ACTIVE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GRD-ACTIVE-COUNT
              FROM GUARDIAN
              WHERE GUARDIAN_SORTCODE = :HV-GRD-SORTCODE
              AND GUARDIAN_MINOR_CUST = :HV-GRD-MINOR-CUST
              AND GUARDIAN_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-GRD-ACTIVE-COUNT = 0
             DISPLAY 'CREACC: Customer ' HV-GRD-MINOR-CUST
                ' is a minor with no guardian on record'
                ' - account not opened.'
             MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
             MOVE 'G' TO COMM-FAIL-CODE IN DFHCOMMAREA
           END-IF.
       CAE999.
           EXIT.
       VALIDATE-ACCOUNT-OPENED SECTION.
       VAO010.
           IF COMM-OPENED OF DFHCOMMAREA NOT = ZERO
