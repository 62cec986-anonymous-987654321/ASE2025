          03 HV-SCRQ-COUNT              PIC S9(9) COMP.
       01 WS-SCREEN-HIT-SW           PIC X VALUE 'N'.
          88 WS-SCREEN-HIT                 VALUE 'Y'.
       01 HOST-TAXCERT-ROW.
          03 HV-TAXCERT-SORTCODE        PIC X(6).
          03 HV-TAXCERT-CUSTOMER        PIC X(10).
          03 HV-TAXCERT-CERT-DATE       PIC S9(8) COMP.
          03 HV-TAXCERT-US-PERSON       PIC X.
          03 HV-TAXCERT-COUNTRY-1       PIC X(2).
          03 HV-TAXCERT-TIN-1           PIC X(20).
          03 HV-TAXCERT-COUNTRY-2       PIC X(2).
          03 HV-TAXCERT-TIN-2           PIC X(20).
          03 HV-TAXCERT-COUNTRY-3       PIC X(2).
          03 HV-TAXCERT-TIN-3           PIC X(20).
       01 WS-TAX-CUSTNO                 PIC 9(10).
       01 WS-TAX-SUB                    PIC S9(4) COMP.
       01 WS-TAX-US-FOUND-SW            PIC X VALUE 'N'.
          88 WS-TAX-US-FOUND                 VALUE 'Y'.
       01 WS-SELF-CERT-BAD-SW           PIC X VALUE 'N'.
          88 WS-SELF-CERT-BAD                VALUE 'Y'.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-SCODE                PIC 9(6).
             05 COMM-CS-REVIEW-YYYY          PIC 9999.
          03 COMM-CR-SUCCESS           PIC X.
          03 COMM-CR-FAIL-CD           PIC X.
      *
      *    Optional extension: the tax-residency self-certification.
      *    Every new customer must supply one, so a caller still
      *    passing the 257-byte commarea has the request refused.
      *
          03 COMM-TAX-SELF-CERT.
             05 COMM-TAX-RESIDENCE OCCURS 3 TIMES.
                07 COMM-TAX-COUNTRY          PIC X(2).
                07 COMM-TAX-TIN              PIC X(20).
             05 COMM-US-PERSON               PIC X.
             05 COMM-SELF-CERT-DATE          PIC 9(8).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
                 'after denied-party screening hit.'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM CHECK-SELF-CERTIFICATION.
           IF WS-SELF-CERT-BAD
              MOVE 'N' TO COMM-CR-SUCCESS
              MOVE 'T' TO COMM-CR-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM ALLOCATE-NEW-CUSTOMER-NO.
           IF NCS-CUST-NO-VALUE = 0
              MOVE 'N' TO COMM-CR-SUCCESS
              MOVE '3' TO COMM-CR-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM RECORD-SELF-CERTIFICATION.
           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO COMM-CR-SUCCESS
              MOVE '4' TO COMM-CR-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM WRITE-PROCTRAN-CUST.
           MOVE NCS-CUST-NO-VALUE TO COMM-CUSTNO.
           MOVE 'Y' TO COMM-CR-SUCCESS.
              INTO :HV-SCRQ-COUNT
              FROM SCREENQ
              WHERE SCREENQ_NAME = :HV-SCRQ-NAME
              AND SCREENQ_REQUEST_TYPE = :HV-SCRQ-REQUEST-TYPE
              AND SCREENQ_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND HV-SCRQ-COUNT > 0
                 UPDATE SCREENQ
                 SET SCREENQ_STATUS = 'U'
                 WHERE SCREENQ_NAME = :HV-SCRQ-NAME
                 AND SCREENQ_REQUEST_TYPE = :HV-SCRQ-REQUEST-TYPE
                 AND SCREENQ_STATUS = 'A'
              END-EXEC
              GO TO SCN999
           END-IF.
       PSH999.
           EXIT.
       CHECK-SELF-CERTIFICATION SECTION.
       CSC010.
      *
      *    A usable self-certification names at least one country of
      *    tax residence, each with its TIN, and says whether the
      *    customer is a US person - in which case the US must be
      *    among the countries given.
      *
           MOVE 'N' TO WS-SELF-CERT-BAD-SW.
           MOVE 'N' TO WS-TAX-US-FOUND-SW.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE 'Y' TO WS-SELF-CERT-BAD-SW
              GO TO CSC999
           END-IF.
           IF COMM-TAX-COUNTRY(1) = SPACES
              MOVE 'Y' TO WS-SELF-CERT-BAD-SW
              GO TO CSC999
           END-IF.
           IF COMM-US-PERSON NOT = 'Y' AND COMM-US-PERSON NOT = 'N'
              MOVE 'Y' TO WS-SELF-CERT-BAD-SW
              GO TO CSC999
           END-IF.
           PERFORM CHECK-ONE-RESIDENCE
              VARYING WS-TAX-SUB FROM 1 BY 1
              UNTIL WS-TAX-SUB > 3 OR WS-SELF-CERT-BAD.
           IF COMM-US-PERSON = 'Y' AND NOT WS-TAX-US-FOUND
              MOVE 'Y' TO WS-SELF-CERT-BAD-SW
           END-IF.
       CSC999.
           EXIT.
       CHECK-ONE-RESIDENCE SECTION.
       COR010.
           IF COMM-TAX-COUNTRY(WS-TAX-SUB) = SPACES
              IF COMM-TAX-TIN(WS-TAX-SUB) NOT = SPACES
                 MOVE 'Y' TO WS-SELF-CERT-BAD-SW
              END-IF
              GO TO COR999
           END-IF.
           IF COMM-TAX-TIN(WS-TAX-SUB) = SPACES
              MOVE 'Y' TO WS-SELF-CERT-BAD-SW
              GO TO COR999
           END-IF.
           IF COMM-TAX-COUNTRY(WS-TAX-SUB) = 'US'
              MOVE 'Y' TO WS-TAX-US-FOUND-SW
           END-IF.
       COR999.
           EXIT.
       RECORD-SELF-CERTIFICATION SECTION.
       RSC010.
      *
      *    One register row per customer. The certification is dated
      *    today unless the caller gives the date it was signed.
      *
           INITIALIZE HOST-TAXCERT-ROW.
           MOVE SORTCODE TO HV-TAXCERT-SORTCODE.
           MOVE NCS-CUST-NO-VALUE TO WS-TAX-CUSTNO.
           MOVE WS-TAX-CUSTNO TO HV-TAXCERT-CUSTOMER.
           IF COMM-SELF-CERT-DATE = 0
              COMPUTE HV-TAXCERT-CERT-DATE =
                 WS-ORIG-DATE-YYYY * 10000
                 + WS-ORIG-DATE-MM * 100
                 + WS-ORIG-DATE-DD
           ELSE
              MOVE COMM-SELF-CERT-DATE TO HV-TAXCERT-CERT-DATE
           END-IF.
           MOVE COMM-US-PERSON TO HV-TAXCERT-US-PERSON.
           MOVE COMM-TAX-COUNTRY(1) TO HV-TAXCERT-COUNTRY-1.
           MOVE COMM-TAX-TIN(1) TO HV-TAXCERT-TIN-1.
           MOVE COMM-TAX-COUNTRY(2) TO HV-TAXCERT-COUNTRY-2.
           MOVE COMM-TAX-TIN(2) TO HV-TAXCERT-TIN-2.
           MOVE COMM-TAX-COUNTRY(3) TO HV-TAXCERT-COUNTRY-3.
           MOVE COMM-TAX-TIN(3) TO HV-TAXCERT-TIN-3.
           EXEC SQL
              INSERT INTO TAXCERT
                     (
                      TAXCERT_SORTCODE,
                      TAXCERT_CUSTOMER,
                      TAXCERT_CERT_DATE,
                      TAXCERT_US_PERSON,
                      TAXCERT_COUNTRY_1,
                      TAXCERT_TIN_1,
                      TAXCERT_COUNTRY_2,
                      TAXCERT_TIN_2,
                      TAXCERT_COUNTRY_3,
                      TAXCERT_TIN_3
                     )
              VALUES
                     (
                      :HV-TAXCERT-SORTCODE,
                      :HV-TAXCERT-CUSTOMER,
                      :HV-TAXCERT-CERT-DATE,
                      :HV-TAXCERT-US-PERSON,
                      :HV-TAXCERT-COUNTRY-1,
                      :HV-TAXCERT-TIN-1,
                      :HV-TAXCERT-COUNTRY-2,
                      :HV-TAXCERT-TIN-2,
                      :HV-TAXCERT-COUNTRY-3,
                      :HV-TAXCERT-TIN-3
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CRECUS: TAXCERT INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
           END-IF.
       RSC999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.
           EXEC CICS RETURN
