       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETANON.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATE-FILE ASSIGN TO RETCERT
              ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICATE-FILE
           RECORDING MODE IS F.
       01  CERTIFICATE-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
      *
      *    Retention anonymisation of archived customers. A customer
      *    on CUSTOMER_ARCHIVE whose relationship with the bank ended
      *    more than the retention period ago has their name, address
      *    and day and month of birth removed from the archive, from
      *    the customer details carried on their transactions (live
      *    and archived), from their change history and from their
      *    saved payees. Amounts, dates, account numbers and the year
      *    of birth are kept for statistics. The change cannot be
      *    reversed.
      *
      *    The relationship ends on the date the customer's last
      *    account was closed, or the date the customer record was
      *    deleted if that is later. A number merged into another
      *    customer takes the end date of the customer it was merged
      *    into, and is never anonymised while that customer is live.
      *
      *    A customer is skipped while they have a live account, an
      *    open complaint, an open dispute on any of their accounts,
      *    an open AML case or suspicious activity report, an active
      *    garnishment order or an active legal hold.
      *
      *    Every customer anonymised is logged on ANONLOG, which also
      *    stops them being selected again, and listed on the
      *    certificate with the number of rows changed in each store.
      *
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       77 WS-RETENTION-YEARS                PIC S9(4) COMP VALUE 6.
       77 WS-MAX-HOPS                       PIC S9(4) COMP VALUE 20.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HV-OUR-SORTCODE                   PIC X(6).
       01 HV-CUSTOMER                       PIC X(10).
       01 HV-END-CUSTOMER                   PIC X(10).
       01 HV-SURVIVOR                       PIC X(10).
       01 HV-END-DATE                       PIC X(8).
       01 HV-END-DATE-2                     PIC X(8).
       01 HV-ROW-COUNT                      PIC S9(9) COMP.
       01 HV-ANON-NAME                      PIC X(14)
             VALUE 'ANONYMISED'.
       01 HOST-ANONLOG-ROW.
          03 HV-ANL-SORTCODE                PIC X(6).
          03 HV-ANL-CUSTOMER                PIC X(10).
          03 HV-ANL-END-DATE                PIC S9(8).
          03 HV-ANL-ANON-DATE               PIC S9(8).
          03 HV-ANL-PROCTRAN-ROWS           PIC S9(9) COMP.
          03 HV-ANL-ARCH-ROWS               PIC S9(9) COMP.
          03 HV-ANL-HIST-ROWS               PIC S9(9) COMP.
          03 HV-ANL-PAYEE-ROWS              PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-CUTOFF-DATE                    PIC 9(8).
       01 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                            PIC X(8).
       01 WS-END-DATE                       PIC X(8).
       01 WS-END-DATE-N REDEFINES WS-END-DATE
                                            PIC 9(8).
       01 WS-HOPS                           PIC S9(4) COMP.
       01 WS-SKIP-REASON                    PIC X(40).
       01 WS-PROCTRAN-ROWS                  PIC S9(9) COMP.
       01 WS-ARCH-ROWS                      PIC S9(9) COMP.
       01 WS-HIST-ROWS                      PIC S9(9) COMP.
       01 WS-PAYEE-ROWS                     PIC S9(9) COMP.
       01 CUSTOMERS-READ                    PIC 9(8) VALUE 0.
       01 CUSTOMERS-ANONYMISED              PIC 9(8) VALUE 0.
       01 CUSTOMERS-NOT-DUE                 PIC 9(8) VALUE 0.
       01 CUSTOMERS-SKIPPED                 PIC 9(8) VALUE 0.
       01 TOTAL-PROCTRAN-ROWS               PIC 9(10) VALUE 0.
       01 TOTAL-ARCH-ROWS                   PIC 9(10) VALUE 0.
       01 TOTAL-HIST-ROWS                   PIC 9(10) VALUE 0.
       01 TOTAL-PAYEE-ROWS                  PIC 9(10) VALUE 0.
       01 WS-CERT-HEADER-1.
          03 FILLER                         PIC X(44)
             VALUE 'CBSA RETENTION ANONYMISATION CERTIFICATE  '.
          03 FILLER                         PIC X(8) VALUE 'BRANCH '.
          03 CH1-SORTCODE                   PIC X(6).
          03 FILLER                         PIC X(11)
             VALUE '  RUN DATE '.
          03 CH1-RUN-DATE                   PIC 9(8).
          03 FILLER                         PIC X(55) VALUE SPACES.
       01 WS-CERT-HEADER-2.
          03 FILLER                         PIC X(18)
             VALUE 'RETENTION PERIOD '.
          03 CH2-YEARS                      PIC Z9.
          03 FILLER                         PIC X(34)
             VALUE ' YEARS - RELATIONSHIPS ENDED ON OR'.
          03 FILLER                         PIC X(8) VALUE ' BEFORE '.
          03 CH2-CUTOFF                     PIC 9(8).
          03 FILLER                         PIC X(62) VALUE SPACES.
       01 WS-CERT-HEADER-3.
          03 FILLER                         PIC X(12) VALUE 'CUSTOMER'.
          03 FILLER                         PIC X(10) VALUE 'ENDED'.
          03 FILLER                         PIC X(14) VALUE 'ACTION'.
          03 FILLER                         PIC X(11) VALUE 'TXN ROWS'.
          03 FILLER                         PIC X(11) VALUE 'ARCH ROWS'.
          03 FILLER                         PIC X(11) VALUE 'HISTORY'.
          03 FILLER                         PIC X(11) VALUE 'PAYEES'.
          03 FILLER                         PIC X(52) VALUE SPACES.
       01 WS-CERT-DETAIL.
          03 CD-CUSTOMER                    PIC X(10).
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-END-DATE                    PIC X(8).
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-ACTION                      PIC X(12).
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-PROCTRAN-ROWS               PIC Z(8)9.
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-ARCH-ROWS                   PIC Z(8)9.
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-HIST-ROWS                   PIC Z(8)9.
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-PAYEE-ROWS                  PIC Z(8)9.
          03 FILLER                         PIC XX VALUE SPACES.
          03 CD-REASON                      PIC X(40).
          03 FILLER                         PIC X(12) VALUE SPACES.
       01 WS-CERT-TRAILER.
          03 FILLER                         PIC X(24)
             VALUE 'CUSTOMERS ANONYMISED   '.
          03 CT-ANONYMISED                  PIC Z(7)9.
          03 FILLER                         PIC X(12)
             VALUE '   SKIPPED '.
          03 CT-SKIPPED                     PIC Z(7)9.
          03 FILLER                         PIC X(12)
             VALUE '   TXN ROWS '.
          03 CT-PROCTRAN-ROWS               PIC Z(9)9.
          03 FILLER                         PIC X(13)
             VALUE '   ARCH ROWS '.
          03 CT-ARCH-ROWS                   PIC Z(9)9.
          03 FILLER                         PIC X(35) VALUE SPACES.
           EXEC SQL
              DECLARE CARCH-CURSOR CURSOR WITH HOLD FOR
                 SELECT CUSTOMER_NUMBER
                 FROM CUSTOMER_ARCHIVE C
                 WHERE CUSTOMER_SORTCODE = :HV-OUR-SORTCODE
                 AND NOT EXISTS
                    (SELECT 1 FROM ANONLOG L
                     WHERE L.ANONLOG_SORTCODE = C.CUSTOMER_SORTCODE
                     AND L.ANONLOG_CUSTOMER = C.CUSTOMER_NUMBER)
                 ORDER BY CUSTOMER_NUMBER
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
           PERFORM GET-RETENTION-CONFIG.
           COMPUTE WS-CUTOFF-DATE = WS-RUN-DATE-X
              - WS-RETENTION-YEARS * 10000.
           DISPLAY 'RETANON - RETENTION ANONYMISATION FOR BRANCH '
              SORTCODE ' ENDED ON OR BEFORE ' WS-CUTOFF-DATE.
           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE HV-OUR-SORTCODE TO CH1-SORTCODE.
           MOVE WS-RUN-DATE-X TO CH1-RUN-DATE.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADER-1.
           MOVE WS-RETENTION-YEARS TO CH2-YEARS.
           MOVE WS-CUTOFF-DATE TO CH2-CUTOFF.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADER-2.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADER-3.
           EXEC SQL OPEN CARCH-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REVIEW-ONE-CUSTOMER UNTIL WS-NO-MORE-CUSTOMERS.
           EXEC SQL CLOSE CARCH-CURSOR
           END-EXEC.
           MOVE CUSTOMERS-ANONYMISED TO CT-ANONYMISED.
           MOVE CUSTOMERS-SKIPPED TO CT-SKIPPED.
           MOVE TOTAL-PROCTRAN-ROWS TO CT-PROCTRAN-ROWS.
           MOVE TOTAL-ARCH-ROWS TO CT-ARCH-ROWS.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-TRAILER.
           CLOSE CERTIFICATE-FILE.
           DISPLAY 'RETANON - ARCHIVED CUSTOMERS READ: ' CUSTOMERS-READ.
           DISPLAY 'RETANON - NOT YET DUE:             '
              CUSTOMERS-NOT-DUE.
           DISPLAY 'RETANON - SKIPPED:                 '
              CUSTOMERS-SKIPPED.
           DISPLAY 'RETANON - ANONYMISED:              '
              CUSTOMERS-ANONYMISED.
           DISPLAY 'RETANON - TRANSACTION ROWS:        '
              TOTAL-PROCTRAN-ROWS.
           DISPLAY 'RETANON - ARCHIVED TXN ROWS:       '
              TOTAL-ARCH-ROWS.
           DISPLAY 'RETANON - HISTORY ROWS:            '
              TOTAL-HIST-ROWS.
           DISPLAY 'RETANON - PAYEE ROWS:              '
              TOTAL-PAYEE-ROWS.
           STOP RUN.
       P999.
           EXIT.
       REVIEW-ONE-CUSTOMER SECTION.
       ROC010.
           EXEC SQL FETCH CARCH-CURSOR
              INTO :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROC999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO CUSTOMERS-READ.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM FIND-RELATIONSHIP-END.
           IF WS-SKIP-REASON NOT = SPACES
              PERFORM LIST-SKIPPED-CUSTOMER
              GO TO ROC999
           END-IF.
           IF WS-END-DATE > WS-CUTOFF-DATE-X
              ADD 1 TO CUSTOMERS-NOT-DUE
              GO TO ROC999
           END-IF.
           PERFORM CHECK-RETENTION-BLOCKS.
           IF WS-SKIP-REASON NOT = SPACES
              PERFORM LIST-SKIPPED-CUSTOMER
              GO TO ROC999
           END-IF.
           PERFORM ANONYMISE-CUSTOMER.
       ROC999.
           EXIT.
       FIND-RELATIONSHIP-END SECTION.
       FRE010.
      *
      *    Follow the merge audit to the customer the relationship
      *    now lives on. If that customer has not been archived the
      *    relationship is continuing.
      *
           MOVE HV-CUSTOMER TO HV-END-CUSTOMER.
           MOVE 0 TO WS-HOPS.
       FRE020.
           MOVE SPACES TO HV-SURVIVOR.
           EXEC SQL
              SELECT MERGEAUD_SURVIVOR
              INTO :HV-SURVIVOR
              FROM MERGEAUD
              WHERE MERGEAUD_VICTIM = :HV-END-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF SQLCODE = 0 AND HV-SURVIVOR NOT = SPACES
              AND WS-HOPS < WS-MAX-HOPS
              MOVE HV-SURVIVOR TO HV-END-CUSTOMER
              ADD 1 TO WS-HOPS
              GO TO FRE020
           END-IF.
           IF HV-END-CUSTOMER NOT = HV-CUSTOMER
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-ROW-COUNT
                 FROM CUSTOMER_ARCHIVE
                 WHERE CUSTOMER_SORTCODE = :HV-OUR-SORTCODE
                 AND CUSTOMER_NUMBER = :HV-END-CUSTOMER
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM ABEND-THIS-RUN
              END-IF
              IF HV-ROW-COUNT = 0
                 MOVE 'MERGED INTO A LIVE CUSTOMER'
                    TO WS-SKIP-REASON
                 GO TO FRE999
              END-IF
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM ACCOUNT
              WHERE ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER
              OR ACCOUNT_CUSTOMER_NUMBER = :HV-END-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'STILL HOLDS A LIVE ACCOUNT' TO WS-SKIP-REASON
              GO TO FRE999
           END-IF.
           MOVE HV-CUSTOMER TO HV-ANL-CUSTOMER.
           PERFORM GET-CLOSURE-DATE.
           MOVE HV-END-DATE TO WS-END-DATE.
           IF HV-END-CUSTOMER NOT = HV-CUSTOMER
              MOVE HV-END-CUSTOMER TO HV-ANL-CUSTOMER
              PERFORM GET-CLOSURE-DATE
              IF HV-END-DATE > WS-END-DATE
                 MOVE HV-END-DATE TO WS-END-DATE
              END-IF
           END-IF.
           IF WS-END-DATE = SPACES OR WS-END-DATE NOT NUMERIC
              MOVE 'NO ACCOUNT OR CUSTOMER CLOSURE RECORDED'
                 TO WS-SKIP-REASON
           END-IF.
       FRE999.
           EXIT.
       GET-CLOSURE-DATE SECTION.
       GCD010.
      *
      *    Latest closure of any account the customer held, or the
      *    deletion of the customer record, from the live or the
      *    archived transaction history, as CCYYMMDD.
      *
           MOVE SPACES TO HV-END-DATE.
           MOVE SPACES TO HV-END-DATE-2.
           EXEC SQL
              SELECT COALESCE(MAX(SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                  CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                  CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)),
                              ' ')
              INTO :HV-END-DATE
              FROM PROCTRAN P
              WHERE (P.PROCTRAN_TYPE = 'ODA'
                     AND EXISTS
                        (SELECT 1 FROM ACCOUNT_ARCHIVE A
                         WHERE A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                         AND A.ACCOUNT_NUMBER = P.PROCTRAN_NUMBER
                         AND A.ACCOUNT_CUSTOMER_NUMBER =
                             :HV-ANL-CUSTOMER))
              OR (P.PROCTRAN_TYPE = 'ODC'
                  AND SUBSTR(P.PROCTRAN_DESC, 7, 10) = :HV-ANL-CUSTOMER)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              SELECT COALESCE(MAX(SUBSTR(P.PROCTRAN_DATE, 7, 4)
                                  CONCAT SUBSTR(P.PROCTRAN_DATE, 4, 2)
                                  CONCAT SUBSTR(P.PROCTRAN_DATE, 1, 2)),
                              ' ')
              INTO :HV-END-DATE-2
              FROM PROCTRAN_ARCH P
              WHERE (P.PROCTRAN_TYPE = 'ODA'
                     AND EXISTS
                        (SELECT 1 FROM ACCOUNT_ARCHIVE A
                         WHERE A.ACCOUNT_SORTCODE = P.PROCTRAN_SORTCODE
                         AND A.ACCOUNT_NUMBER = P.PROCTRAN_NUMBER
                         AND A.ACCOUNT_CUSTOMER_NUMBER =
                             :HV-ANL-CUSTOMER))
              OR (P.PROCTRAN_TYPE = 'ODC'
                  AND SUBSTR(P.PROCTRAN_DESC, 7, 10) = :HV-ANL-CUSTOMER)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-END-DATE-2 > HV-END-DATE
              MOVE HV-END-DATE-2 TO HV-END-DATE
           END-IF.
       GCD999.
           EXIT.
       CHECK-RETENTION-BLOCKS SECTION.
       CRB010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM COMPLAINT
              WHERE COMPLAINT_SORTCODE = :HV-OUR-SORTCODE
              AND COMPLAINT_CUSTOMER = :HV-CUSTOMER
              AND COMPLAINT_STATUS IN ('O', 'A')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'OPEN COMPLAINT' TO WS-SKIP-REASON
              GO TO CRB999
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM DISPUTE D
              WHERE D.DISPUTE_STATUS IN ('R', 'P')
              AND EXISTS
                 (SELECT 1 FROM ACCOUNT_ARCHIVE A
                  WHERE A.ACCOUNT_SORTCODE = D.DISPUTE_SORTCODE
                  AND A.ACCOUNT_NUMBER = D.DISPUTE_NUMBER
                  AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'OPEN DISPUTE' TO WS-SKIP-REASON
              GO TO CRB999
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM AMLCASE K
              WHERE K.AMLCASE_STATUS = 'O'
              AND (K.AMLCASE_CUSTOMER = :HV-CUSTOMER
                   OR EXISTS
                      (SELECT 1 FROM ACCOUNT_ARCHIVE A
                       WHERE A.ACCOUNT_NUMBER = K.AMLCASE_NUMBER
                       AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTOMER))
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'OPEN AML CASE' TO WS-SKIP-REASON
              GO TO CRB999
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM SARREPT
              WHERE SARREPT_SORTCODE = :HV-OUR-SORTCODE
              AND SARREPT_CUSTOMER = :HV-CUSTOMER
              AND SARREPT_STATUS IN ('D', 'A', 'S', 'F')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'OPEN AML CASE' TO WS-SKIP-REASON
              GO TO CRB999
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM ATTACH
              WHERE ATTACH_SORTCODE = :HV-OUR-SORTCODE
              AND ATTACH_CUSTOMER = :HV-CUSTOMER
              AND ATTACH_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'ACTIVE GARNISHMENT ORDER' TO WS-SKIP-REASON
              GO TO CRB999
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM LEGALHOLD
              WHERE LEGALHOLD_SORTCODE = :HV-OUR-SORTCODE
              AND LEGALHOLD_CUSTOMER = :HV-CUSTOMER
              AND LEGALHOLD_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-ROW-COUNT > 0
              MOVE 'LEGAL HOLD' TO WS-SKIP-REASON
           END-IF.
       CRB999.
           EXIT.
       ANONYMISE-CUSTOMER SECTION.
       ANC010.
           MOVE 0 TO WS-PROCTRAN-ROWS.
           MOVE 0 TO WS-ARCH-ROWS.
           MOVE 0 TO WS-HIST-ROWS.
           MOVE 0 TO WS-PAYEE-ROWS.
           EXEC SQL
              UPDATE CUSTOMER_ARCHIVE
              SET CUSTOMER_NAME = :HV-ANON-NAME,
                  CUSTOMER_ADDRESS = ' ',
                  CUSTOMER_DATE_OF_BIRTH =
                     '01/01/' CONCAT
                     SUBSTR(CUSTOMER_DATE_OF_BIRTH, 7, 4)
              WHERE CUSTOMER_SORTCODE = :HV-OUR-SORTCODE
              AND CUSTOMER_NUMBER = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
      *
      *    Customer details are carried on the transaction row and,
      *    for customer creation and deletion, in the description
      *    after the sort code and customer number.
      *
           EXEC SQL
              UPDATE PROCTRAN
              SET PROCTRAN_CUST_NAME = :HV-ANON-NAME,
                  PROCTRAN_CUST_DOB = ' '
              WHERE PROCTRAN_CUSTOMER_NO = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO WS-PROCTRAN-ROWS
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE PROCTRAN
              SET PROCTRAN_DESC = SUBSTR(PROCTRAN_DESC, 1, 16)
                                  CONCAT :HV-ANON-NAME
              WHERE PROCTRAN_TYPE IN ('OCC', 'ODC')
              AND PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
              AND SUBSTR(PROCTRAN_DESC, 7, 10) = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0
              ADD SQLERRD(3) TO WS-PROCTRAN-ROWS
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE PROCTRAN_ARCH
              SET PROCTRAN_DESC = SUBSTR(PROCTRAN_DESC, 1, 16)
                                  CONCAT :HV-ANON-NAME
              WHERE PROCTRAN_TYPE IN ('OCC', 'ODC')
              AND PROCTRAN_SORTCODE = :HV-OUR-SORTCODE
              AND SUBSTR(PROCTRAN_DESC, 7, 10) = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-ARCH-ROWS
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE CUSTHIST
              SET CUSTHIST_OLD_NAME = :HV-ANON-NAME,
                  CUSTHIST_NEW_NAME = :HV-ANON-NAME,
                  CUSTHIST_OLD_ADDRESS = ' ',
                  CUSTHIST_NEW_ADDRESS = ' '
              WHERE CUSTHIST_SORTCODE = :HV-OUR-SORTCODE
              AND CUSTHIST_CUSTOMER = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-HIST-ROWS
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL
              UPDATE PAYEE
              SET PAYEE_NAME = :HV-ANON-NAME
              WHERE PAYEE_CUSTOMER = :HV-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-PAYEE-ROWS
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE HV-OUR-SORTCODE TO HV-ANL-SORTCODE.
           MOVE HV-CUSTOMER TO HV-ANL-CUSTOMER.
           MOVE WS-END-DATE-N TO HV-ANL-END-DATE.
           MOVE WS-RUN-DATE-X TO HV-ANL-ANON-DATE.
           MOVE WS-PROCTRAN-ROWS TO HV-ANL-PROCTRAN-ROWS.
           MOVE WS-ARCH-ROWS TO HV-ANL-ARCH-ROWS.
           MOVE WS-HIST-ROWS TO HV-ANL-HIST-ROWS.
           MOVE WS-PAYEE-ROWS TO HV-ANL-PAYEE-ROWS.
           EXEC SQL
              INSERT INTO ANONLOG
                     (
                      ANONLOG_SORTCODE,
                      ANONLOG_CUSTOMER,
                      ANONLOG_END_DATE,
                      ANONLOG_ANON_DATE,
                      ANONLOG_PROCTRAN_ROWS,
                      ANONLOG_ARCH_ROWS,
                      ANONLOG_HIST_ROWS,
                      ANONLOG_PAYEE_ROWS
                     )
              VALUES
                     (
                      :HV-ANL-SORTCODE,
                      :HV-ANL-CUSTOMER,
                      :HV-ANL-END-DATE,
                      :HV-ANL-ANON-DATE,
                      :HV-ANL-PROCTRAN-ROWS,
                      :HV-ANL-ARCH-ROWS,
                      :HV-ANL-HIST-ROWS,
                      :HV-ANL-PAYEE-ROWS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           ADD 1 TO CUSTOMERS-ANONYMISED.
           ADD WS-PROCTRAN-ROWS TO TOTAL-PROCTRAN-ROWS.
           ADD WS-ARCH-ROWS TO TOTAL-ARCH-ROWS.
           ADD WS-HIST-ROWS TO TOTAL-HIST-ROWS.
           ADD WS-PAYEE-ROWS TO TOTAL-PAYEE-ROWS.
           MOVE HV-CUSTOMER TO CD-CUSTOMER.
           MOVE WS-END-DATE TO CD-END-DATE.
           MOVE 'ANONYMISED' TO CD-ACTION.
           MOVE WS-PROCTRAN-ROWS TO CD-PROCTRAN-ROWS.
           MOVE WS-ARCH-ROWS TO CD-ARCH-ROWS.
           MOVE WS-HIST-ROWS TO CD-HIST-ROWS.
           MOVE WS-PAYEE-ROWS TO CD-PAYEE-ROWS.
           MOVE SPACES TO CD-REASON.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-DETAIL.
       ANC999.
           EXIT.
       LIST-SKIPPED-CUSTOMER SECTION.
       LSC010.
           ADD 1 TO CUSTOMERS-SKIPPED.
           MOVE HV-CUSTOMER TO CD-CUSTOMER.
           MOVE WS-END-DATE TO CD-END-DATE.
           MOVE 'SKIPPED' TO CD-ACTION.
           MOVE 0 TO CD-PROCTRAN-ROWS.
           MOVE 0 TO CD-ARCH-ROWS.
           MOVE 0 TO CD-HIST-ROWS.
           MOVE 0 TO CD-PAYEE-ROWS.
           MOVE WS-SKIP-REASON TO CD-REASON.
           WRITE CERTIFICATE-RECORD FROM WS-CERT-DETAIL.
       LSC999.
           EXIT.
       GET-RETENTION-CONFIG SECTION.
       GRC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-RETENTION-YEARS' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-RETENTION-YEARS
           END-IF.
       GRC999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'RETANON - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
