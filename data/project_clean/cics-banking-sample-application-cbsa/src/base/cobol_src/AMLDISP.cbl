          03 HV-CASE-STATUS             PIC X.
          03 HV-CASE-DISPOSITION        PIC X(40).
          03 HV-CASE-USERID             PIC X(8).
       01 HV-OUR-SORTCODE               PIC X(6).
       01 HV-OP-ROLE                    PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           PERFORM CHECK-COMPLIANCE-ROLE.
           IF HV-OP-ROLE NOT = 'C'
              MOVE '3' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           IF NOT COMM-CASE-CLEARED AND NOT COMM-CASE-REPORTED
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       CHECK-COMPLIANCE-ROLE SECTION.
       CCR010.
      *
      *    AML cases, and any report made on them, are visible only
      *    to staff holding the compliance role.
      *
           MOVE SORTCODE TO HV-OUR-SORTCODE.
           MOVE SPACES TO HV-CASE-USERID.
           EXEC CICS ASSIGN
              USERID(HV-CASE-USERID)
           END-EXEC.
           MOVE SPACE TO HV-OP-ROLE.
           EXEC SQL
              SELECT OPERPROF_ROLE
              INTO :HV-OP-ROLE
              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-OUR-SORTCODE
              AND OPERPROF_USERID = :HV-CASE-USERID
              AND OPERPROF_STATUS <> 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACE TO HV-OP-ROLE
           END-IF.
       CCR999.
           EXIT.
       RECORD-DISPOSITION SECTION.
       RD010.
           MOVE COMM-CASE-DATE TO HV-CASE-DATE.
