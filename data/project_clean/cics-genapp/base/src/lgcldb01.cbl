           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *
      *    Parameter area for LGRICE01, the reinsurance cession
      *    routine.
      *
       01  RI-PARMS.
           03 RI-FUNCTION              PIC X.
           03 RI-RETURN-CODE           PIC 9(2).
           03 RI-EVENT                 PIC X.
           03 RI-POLICY-NUM            PIC S9(9) COMP.
           03 RI-POLICY-TYPE           PIC X.
           03 RI-EVENT-DATE            PIC X(10).
           03 RI-LOSS-DATE             PIC X(10).
           03 RI-SUM-INSURED           PIC S9(9) COMP.
           03 RI-PREMIUM               PIC S9(9) COMP.
           03 RI-CLAIM-NUM             PIC S9(9) COMP.
           03 RI-CLAIM-AMOUNT          PIC S9(9) COMP.
           03 RI-STATUS                PIC X.
           03 RI-TREATY-ID             PIC X(8).
           03 RI-CESSION-PCT           PIC S9(3)V9(4) COMP-3.
           03 RI-CEDED-SUM             PIC S9(9) COMP.
           03 RI-CEDED-PREMIUM         PIC S9(9)V99 COMP-3.
           03 RI-COMMISSION            PIC S9(9)V99 COMP-3.
           03 RI-RECOVERABLE           PIC S9(9)V99 COMP-3.
           03 RI-SQLCODE               PIC S9(9) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03 CA-REQUEST-ID            PIC X(6).
           END-IF.
           MOVE DB2-CLAIMNUM-INT TO CA-CL-CLAIM-NUM.
           MOVE 'O' TO CA-CL-STATUS.
           INITIALIZE RI-PARMS.
           MOVE 'A' TO RI-EVENT.
           MOVE DB2-CLM-RESERVE TO RI-CLAIM-AMOUNT.
           PERFORM RECORD-RECOVERY.
       AC999.
           EXIT.

           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               INITIALIZE RI-PARMS
               MOVE 'U' TO RI-EVENT
               MOVE DB2-CLM-RESERVE TO RI-CLAIM-AMOUNT
               PERFORM RECORD-RECOVERY
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
              MOVE '90' TO CA-RETURN-CODE
           ELSE
              MOVE 'P' TO CA-CL-STATUS
              INITIALIZE RI-PARMS
              MOVE 'P' TO RI-EVENT
              MOVE DB2-CLM-PAID TO RI-CLAIM-AMOUNT
              PERFORM RECORD-RECOVERY
           END-IF.
       PC999.
           EXIT.

       RECORD-RECOVERY SECTION.
       RRC010.
      *
      *    Works out the reinsurers' share of the claim on the
      *    cession in force at the loss date. The caller sets the
      *    event (A added, U reserve revised, P paid) and the
      *    amount; a claim on a wholly retained risk recovers
      *    nothing.
      *
           EXEC SQL
             SELECT PolicyNumber,
                    LossDate
             INTO  :DB2-CLM-POLICYNUM,
                   :DB2-CLM-LOSSDATE
             FROM  CLAIM
             WHERE ClaimNumber = :DB2-CLAIMNUM-INT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE '90' TO CA-RETURN-CODE
              GO TO RRC999
           END-IF.
           MOVE 'R' TO RI-FUNCTION.
           MOVE DB2-CLM-POLICYNUM TO RI-POLICY-NUM.
           MOVE DB2-CLAIMNUM-INT TO RI-CLAIM-NUM.
           MOVE DB2-CLM-LOSSDATE TO RI-LOSS-DATE.
           MOVE SPACES TO RI-EVENT-DATE.
           CALL 'LGRICE01' USING RI-PARMS.
           IF RI-RETURN-CODE = '90'
              MOVE RI-SQLCODE TO SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              MOVE '90' TO CA-RETURN-CODE
           END-IF.
       RRC999.
           EXIT.

       WRITE-ERROR-MESSAGE SECTION.
       WEM010.
           MOVE SQLCODE TO EM-SQLRC.
