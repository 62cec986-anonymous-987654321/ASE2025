          03 HV-ACCHOLD-SORTCODE       PIC X(6).
          03 HV-ACCHOLD-ACC-NO         PIC X(8).
          03 HV-ACCHOLD-CUST-NO        PIC X(10).
       01 HOST-GONEAWAY-ROW.
          03 HV-GA-SORTCODE            PIC X(6).
          03 HV-GA-CUSTOMER            PIC X(10).
          03 HV-GA-COUNT               PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
          03 INQACC-ACTUAL-BAL           PIC S9(10)V99.
          03 INQACC-SUCCESS              PIC X.
          03 INQACC-PCB1-POINTER         POINTER.
          03 INQACC-GONE-AWAY-IND        PIC X.
          03 INQACC-JOINT-COUNT          PIC 9 VALUE 0.
          03 INQACC-JOINT-HOLDERS OCCURS 0 TO 3 TIMES
             DEPENDING ON INQACC-JOINT-COUNT.
              MOVE ACCOUNT-ACTUAL-BALANCE    TO INQACC-ACTUAL-BAL
              MOVE 'Y'                       TO INQACC-SUCCESS
              PERFORM READ-ACCOUNT-HOLDERS
              PERFORM CHECK-GONE-AWAY
           END-IF.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           END-EXEC.
       RAH999.
           EXIT.
      *
      *    Flags an account whose owning customer's post is coming
      *    back undelivered, until a new address is recorded.
      *
       CHECK-GONE-AWAY SECTION.
       CGA010.
           MOVE 'N' TO INQACC-GONE-AWAY-IND.
           MOVE ACCOUNT-SORT-CODE TO HV-GA-SORTCODE.
           MOVE ACCOUNT-CUST-NO   TO HV-GA-CUSTOMER.
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-GA-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-GA-CUSTOMER
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              MOVE 'Y' TO INQACC-GONE-AWAY-IND
           END-IF.
       CGA999.
           EXIT.
       READ-ACCOUNT-DB2 SECTION.
       RAD010.
           MOVE INQACC-ACCNO
