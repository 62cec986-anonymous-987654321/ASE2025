          03 HV-OPSTATS-VSAM-RETRY-COUNT  PIC 9(4) DISPLAY.
          03 HV-OPSTATS-DB2-RETRIED       PIC X.
          03 HV-OPSTATS-DB2-RETRY-COUNT   PIC 9(4) DISPLAY.
       01 HV-VR-SORTCODE               PIC X(6).
       01 HV-VR-CUSTOMER               PIC X(10).
       01 HV-VR-ACTIVE-COUNT           PIC S9(9) COMP.
       01 HV-GA-COUNT                  PIC S9(9) COMP.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
          03 INQCUST-INQ-SUCCESS          PIC X.
          03 INQCUST-INQ-FAIL-CD          PIC X.
          03 INQCUST-PCB-POINTER          POINTER.
          03 INQCUST-SUPPORT-IND          PIC X.
          03 INQCUST-GONE-AWAY-IND        PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.
                TO INQCUST-CREDIT-SCORE
             MOVE CUSTOMER-CS-REVIEW-DATE OF OUTPUT-DATA
                TO INQCUST-CS-REVIEW-DT
             PERFORM CHECK-SUPPORT-NEEDS
             PERFORM CHECK-GONE-AWAY
           END-IF.
           PERFORM WRITE-OPSTATS-LOG.
           PERFORM GET-ME-OUT-OF-HERE.
       P999.
           EXIT.
      *
      *    Callers that show the customer display a discreet marker
      *    when the customer is on the vulnerable customer register.
      *
       CHECK-SUPPORT-NEEDS SECTION.
       CSN010.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              GO TO CSN999
           END-IF.
           MOVE 'N' TO INQCUST-SUPPORT-IND.
           MOVE CUSTOMER-SORTCODE OF OUTPUT-DATA TO HV-VR-SORTCODE.
           MOVE CUSTOMER-NUMBER OF OUTPUT-DATA TO HV-VR-CUSTOMER.
           MOVE 0 TO HV-VR-ACTIVE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-VR-ACTIVE-COUNT
              FROM VULNREG
              WHERE VULNREG_SORTCODE = :HV-VR-SORTCODE
              AND VULNREG_CUSTOMER = :HV-VR-CUSTOMER
              AND VULNREG_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VR-ACTIVE-COUNT > 0
              MOVE 'Y' TO INQCUST-SUPPORT-IND
           END-IF.
       CSN999.
           EXIT.
      *
      *    Customers whose post is coming back undelivered are shown
      *    as gone away until a new address is recorded.
      *
       CHECK-GONE-AWAY SECTION.
       CGA010.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              GO TO CGA999
           END-IF.
           MOVE 'N' TO INQCUST-GONE-AWAY-IND.
           MOVE CUSTOMER-SORTCODE OF OUTPUT-DATA TO HV-VR-SORTCODE.
           MOVE CUSTOMER-NUMBER OF OUTPUT-DATA TO HV-VR-CUSTOMER.
           MOVE 0 TO HV-GA-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GA-COUNT
              FROM GONEAWAY
              WHERE GONEAWAY_SORTCODE = :HV-VR-SORTCODE
              AND GONEAWAY_CUSTOMER = :HV-VR-CUSTOMER
              AND GONEAWAY_STATUS = 'G'
           END-EXEC.
           IF SQLCODE = 0 AND HV-GA-COUNT > 0
              MOVE 'Y' TO INQCUST-GONE-AWAY-IND
           END-IF.
       CGA999.
           EXIT.
       READ-CUSTOMER-NCS SECTION.
       RCN010.
           PERFORM GET-LAST-CUSTOMER-VSAM
