       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRICE01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGRICE01------WS'.
      *
      *    Reinsurance cessions and recoveries. Called by every
      *    program that writes premium or claims business so that
      *    the ceded share is worked out the same way everywhere.
      *    Holds no CICS commands and so serves the online and
      *    batch callers alike.
      *
      *    Treaties are held on RITREATY, one in force per policy
      *    type at any date. A quota share treaty cedes its fixed
      *    share of every risk, limited to the treaty capacity; a
      *    surplus treaty cedes the sum insured above the
      *    retention, again up to the capacity. The ceded
      *    premium follows the ceded proportion of the sum
      *    insured, less the reinsurers' ceding commission.
      *
       01  DB2-TREATY-ROW.
           03 DB2-TR-TREATYID          PIC X(8).
           03 DB2-TR-TREATYTYPE        PIC X.
           03 DB2-TR-RETENTION         PIC S9(9) COMP.
           03 DB2-TR-CAPACITY          PIC S9(9) COMP.
           03 DB2-TR-CESSION-PCT       PIC S9(3)V99 COMP-3.
           03 DB2-TR-COMMISSION-PCT    PIC S9(3)V99 COMP-3.
       01  DB2-CESSION-ROW.
           03 DB2-CE-POLICYNUM         PIC S9(9) COMP.
           03 DB2-CE-SEQ               PIC S9(4) COMP.
           03 DB2-CE-TREATYID          PIC X(8).
           03 DB2-CE-EVENTTYPE         PIC X.
           03 DB2-CE-DATE              PIC X(10).
           03 DB2-CE-SUM-INSURED       PIC S9(9) COMP.
           03 DB2-CE-CEDED-SUM         PIC S9(9) COMP.
           03 DB2-CE-CESSION-PCT       PIC S9(3)V9(4) COMP-3.
           03 DB2-CE-PREMIUM           PIC S9(9) COMP.
           03 DB2-CE-CEDED-PREMIUM     PIC S9(9)V99 COMP-3.
           03 DB2-CE-COMMISSION        PIC S9(9)V99 COMP-3.
           03 DB2-CE-STATUS            PIC X.
       01  DB2-RECOVERY-ROW.
           03 DB2-RC-CLAIMNUM          PIC S9(9) COMP.
           03 DB2-RC-POLICYNUM         PIC S9(9) COMP.
           03 DB2-RC-TREATYID          PIC X(8).
           03 DB2-RC-CESSION-PCT       PIC S9(3)V9(4) COMP-3.
           03 DB2-RC-RESERVE-RECOV     PIC S9(9)V99 COMP-3.
           03 DB2-RC-PAID-RECOV        PIC S9(9)V99 COMP-3.
           03 DB2-RC-PAID-DATE         PIC X(10).
           03 DB2-RC-STATUS            PIC X.
       01  DB2-SUM-INSURED-INT         PIC S9(9) COMP.
       77  IND-SUM-INSURED             PIC S9(4) COMP.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  WS-RUN-DATE.
           03 WS-RUN-YY                PIC 99.
           03 WS-RUN-MM                PIC 99.
           03 WS-RUN-DD                PIC 99.
       01  WS-TODAY-X                  PIC 9(8).
       01  WS-TODAY-GRP REDEFINES WS-TODAY-X.
           03 WS-TODAY-CCYY            PIC 9999.
           03 WS-TODAY-MM              PIC 99.
           03 WS-TODAY-DD              PIC 99.
       01  WS-CEDED-SUM                PIC S9(11) COMP-3.
       01  WS-LOOKUP-DATE              PIC X(10).
       01  WS-CESSION-FOUND-SW         PIC X.
           88 CESSION-FOUND                 VALUE 'Y'.
       LINKAGE SECTION.
       01  RI-PARMS.
           03 RI-FUNCTION              PIC X.
              88 RI-CEDE-PREMIUM            VALUE 'C'.
              88 RI-CLAIM-RECOVERY          VALUE 'R'.
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
       PROCEDURE DIVISION USING RI-PARMS.
       MAINLINE SECTION.
      *
      *    Return codes: 00 ceded or recovered, 01 nothing ceded
      *    (no treaty in force or risk wholly retained), 90 DB2
      *    error (SQLCODE in RI-SQLCODE), 99 unknown function.
      *
           MOVE '00' TO RI-RETURN-CODE.
           MOVE 0 TO RI-SQLCODE.
           MOVE SPACES TO RI-TREATY-ID.
           MOVE 0 TO RI-CESSION-PCT.
           MOVE 0 TO RI-CEDED-SUM.
           MOVE 0 TO RI-CEDED-PREMIUM.
           MOVE 0 TO RI-COMMISSION.
           MOVE 0 TO RI-RECOVERABLE.
           IF RI-EVENT-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              COMPUTE WS-TODAY-X = (2000 + WS-RUN-YY) * 10000
                 + WS-RUN-MM * 100 + WS-RUN-DD
              STRING WS-TODAY-CCYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                 DELIMITED BY SIZE INTO RI-EVENT-DATE
              END-STRING
           END-IF.
           EVALUATE TRUE
             WHEN RI-CEDE-PREMIUM
               PERFORM CEDE-POLICY-EVENT
             WHEN RI-CLAIM-RECOVERY
               PERFORM RECORD-CLAIM-RECOVERY
             WHEN OTHER
               MOVE '99' TO RI-RETURN-CODE
           END-EVALUATE.
           GOBACK.
       MAINLINE-EXIT.
           EXIT.

       CEDE-POLICY-EVENT SECTION.
       CPE010.
      *
      *    A cancellation returns premium on the cession already
      *    booked; new business, endorsements and renewals are
      *    ceded afresh on the treaty in force at the event date.
      *
           IF RI-EVENT = 'C'
              MOVE RI-EVENT-DATE TO WS-LOOKUP-DATE
              PERFORM FIND-POLICY-CESSION
              IF RI-RETURN-CODE NOT = '00'
                 GO TO CPE999
              END-IF
              IF NOT CESSION-FOUND
                 MOVE '01' TO RI-RETURN-CODE
                 GO TO CPE999
              END-IF
              PERFORM READ-TREATY-BY-ID
              IF RI-RETURN-CODE NOT = '00'
                 GO TO CPE999
              END-IF
              IF RI-SUM-INSURED = 0
                 MOVE DB2-CE-SUM-INSURED TO RI-SUM-INSURED
              END-IF
           ELSE
              IF RI-SUM-INSURED = 0
                 PERFORM READ-SUM-INSURED
                 IF RI-RETURN-CODE NOT = '00'
                    GO TO CPE999
                 END-IF
              END-IF
              PERFORM READ-TREATY-IN-FORCE
              IF RI-RETURN-CODE NOT = '00'
                 GO TO CPE999
              END-IF
              PERFORM CALCULATE-CEDED-SHARE
              IF RI-RETURN-CODE NOT = '00'
                 GO TO CPE999
              END-IF
           END-IF.
           COMPUTE RI-CEDED-PREMIUM ROUNDED =
              (RI-PREMIUM * RI-CESSION-PCT) / 100.
           COMPUTE RI-COMMISSION ROUNDED =
              (RI-CEDED-PREMIUM * DB2-TR-COMMISSION-PCT) / 100.
           PERFORM WRITE-CESSION-ROW.
       CPE999.
           EXIT.

       READ-SUM-INSURED SECTION.
       RSI010.
      *
      *    Commercial risks carry no sum insured of their own;
      *    their exposure is measured on the peril premiums, as
      *    the accumulation run does.
      *
           MOVE 0 TO DB2-SUM-INSURED-INT.
           MOVE 0 TO IND-SUM-INSURED.
           EVALUATE RI-POLICY-TYPE
             WHEN 'M'
               EXEC SQL
                 SELECT Value
                 INTO  :DB2-SUM-INSURED-INT
                       INDICATOR :IND-SUM-INSURED
                 FROM  MOTOR
                 WHERE PolicyNumber = :RI-POLICY-NUM
               END-EXEC
             WHEN 'H'
               EXEC SQL
                 SELECT Value
                 INTO  :DB2-SUM-INSURED-INT
                       INDICATOR :IND-SUM-INSURED
                 FROM  HOUSE
                 WHERE PolicyNumber = :RI-POLICY-NUM
               END-EXEC
             WHEN 'E'
               EXEC SQL
                 SELECT SumAssured
                 INTO  :DB2-SUM-INSURED-INT
                       INDICATOR :IND-SUM-INSURED
                 FROM  ENDOWMENT
                 WHERE PolicyNumber = :RI-POLICY-NUM
               END-EXEC
             WHEN 'C'
               EXEC SQL
                 SELECT FirePremium + CrimePremium
                        + FloodPremium + WeatherPremium
                 INTO  :DB2-SUM-INSURED-INT
                       INDICATOR :IND-SUM-INSURED
                 FROM  COMMERCIAL
                 WHERE PolicyNumber = :RI-POLICY-NUM
               END-EXEC
             WHEN OTHER
               MOVE '01' TO RI-RETURN-CODE
               GO TO RSI999
           END-EVALUATE.
           EVALUATE SQLCODE
             WHEN 0
               IF IND-SUM-INSURED = MINUS-ONE
                  MOVE 0 TO DB2-SUM-INSURED-INT
               END-IF
             WHEN 100
               MOVE 0 TO DB2-SUM-INSURED-INT
             WHEN OTHER
               MOVE '90' TO RI-RETURN-CODE
               MOVE SQLCODE TO RI-SQLCODE
               GO TO RSI999
           END-EVALUATE.
           MOVE DB2-SUM-INSURED-INT TO RI-SUM-INSURED.
       RSI999.
           EXIT.

       READ-TREATY-IN-FORCE SECTION.
       RTF010.
           EXEC SQL
             SELECT TreatyId,
                    TreatyType,
                    Retention,
                    Capacity,
                    CessionPct,
                    CommissionPct
             INTO  :DB2-TR-TREATYID,
                   :DB2-TR-TREATYTYPE,
                   :DB2-TR-RETENTION,
                   :DB2-TR-CAPACITY,
                   :DB2-TR-CESSION-PCT,
                   :DB2-TR-COMMISSION-PCT
             FROM  RITREATY
             WHERE PolicyType = :RI-POLICY-TYPE
             AND   StartDate <= :RI-EVENT-DATE
             AND   EndDate >= :RI-EVENT-DATE
             ORDER BY StartDate DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-TR-TREATYID TO RI-TREATY-ID
             WHEN 100
               MOVE '01' TO RI-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO RI-RETURN-CODE
               MOVE SQLCODE TO RI-SQLCODE
           END-EVALUATE.
       RTF999.
           EXIT.

       READ-TREATY-BY-ID SECTION.
       RTI010.
           MOVE RI-TREATY-ID TO DB2-TR-TREATYID.
           EXEC SQL
             SELECT TreatyType,
                    Retention,
                    Capacity,
                    CessionPct,
                    CommissionPct
             INTO  :DB2-TR-TREATYTYPE,
                   :DB2-TR-RETENTION,
                   :DB2-TR-CAPACITY,
                   :DB2-TR-CESSION-PCT,
                   :DB2-TR-COMMISSION-PCT
             FROM  RITREATY
             WHERE TreatyId = :DB2-TR-TREATYID
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO RI-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO RI-RETURN-CODE
               MOVE SQLCODE TO RI-SQLCODE
           END-EVALUATE.
       RTI999.
           EXIT.

       CALCULATE-CEDED-SHARE SECTION.
       CCS010.
           IF RI-SUM-INSURED NOT > 0
              MOVE '01' TO RI-RETURN-CODE
              GO TO CCS999
           END-IF.
           EVALUATE DB2-TR-TREATYTYPE
             WHEN 'Q'
               COMPUTE WS-CEDED-SUM ROUNDED =
                  (RI-SUM-INSURED * DB2-TR-CESSION-PCT) / 100
             WHEN 'S'
               COMPUTE WS-CEDED-SUM =
                  RI-SUM-INSURED - DB2-TR-RETENTION
             WHEN OTHER
               MOVE 0 TO WS-CEDED-SUM
           END-EVALUATE.
           IF DB2-TR-CAPACITY > 0
           AND WS-CEDED-SUM > DB2-TR-CAPACITY
              MOVE DB2-TR-CAPACITY TO WS-CEDED-SUM
           END-IF.
           IF WS-CEDED-SUM NOT > 0
              MOVE '01' TO RI-RETURN-CODE
              GO TO CCS999
           END-IF.
           MOVE WS-CEDED-SUM TO RI-CEDED-SUM.
           COMPUTE RI-CESSION-PCT ROUNDED =
              (WS-CEDED-SUM * 100) / RI-SUM-INSURED.
       CCS999.
           EXIT.

       FIND-POLICY-CESSION SECTION.
       FPC010.
      *
      *    The cession that governs a policy at a given date is
      *    the latest one booked for new business, endorsement
      *    or renewal on or before that date.
      *
           MOVE 'N' TO WS-CESSION-FOUND-SW.
           EXEC SQL
             SELECT TreatyId,
                    SumInsured,
                    CededSum,
                    CessionPct
             INTO  :DB2-CE-TREATYID,
                   :DB2-CE-SUM-INSURED,
                   :DB2-CE-CEDED-SUM,
                   :DB2-CE-CESSION-PCT
             FROM  RICESSION
             WHERE PolicyNumber = :RI-POLICY-NUM
             AND   EventType IN ('N', 'E', 'R')
             AND   Status = 'B'
             AND   CessionDate <= :WS-LOOKUP-DATE
             ORDER BY CessionDate DESC, CessionSeq DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-CESSION-FOUND-SW
               MOVE DB2-CE-TREATYID TO RI-TREATY-ID
               MOVE DB2-CE-CEDED-SUM TO RI-CEDED-SUM
               MOVE DB2-CE-CESSION-PCT TO RI-CESSION-PCT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO RI-RETURN-CODE
               MOVE SQLCODE TO RI-SQLCODE
           END-EVALUATE.
       FPC999.
           EXIT.

       WRITE-CESSION-ROW SECTION.
       WCR010.
           MOVE RI-POLICY-NUM TO DB2-CE-POLICYNUM.
           MOVE 0 TO DB2-CE-SEQ.
           EXEC SQL
             SELECT COALESCE(MAX(CessionSeq), 0) + 1
             INTO  :DB2-CE-SEQ
             FROM  RICESSION
             WHERE PolicyNumber = :DB2-CE-POLICYNUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO RI-RETURN-CODE
              MOVE SQLCODE TO RI-SQLCODE
              GO TO WCR999
           END-IF.
           MOVE RI-TREATY-ID TO DB2-CE-TREATYID.
           MOVE RI-EVENT TO DB2-CE-EVENTTYPE.
           MOVE RI-EVENT-DATE TO DB2-CE-DATE.
           MOVE RI-SUM-INSURED TO DB2-CE-SUM-INSURED.
           MOVE RI-CEDED-SUM TO DB2-CE-CEDED-SUM.
           MOVE RI-CESSION-PCT TO DB2-CE-CESSION-PCT.
           MOVE RI-PREMIUM TO DB2-CE-PREMIUM.
           MOVE RI-CEDED-PREMIUM TO DB2-CE-CEDED-PREMIUM.
           MOVE RI-COMMISSION TO DB2-CE-COMMISSION.
           IF RI-STATUS = 'P'
              MOVE 'P' TO DB2-CE-STATUS
           ELSE
              MOVE 'B' TO DB2-CE-STATUS
           END-IF.
           EXEC SQL
             INSERT INTO RICESSION
                    ( PolicyNumber,
                      CessionSeq,
                      TreatyId,
                      EventType,
                      CessionDate,
                      SumInsured,
                      CededSum,
                      CessionPct,
                      Premium,
                      CededPremium,
                      Commission,
                      Status )
             VALUES ( :DB2-CE-POLICYNUM,
                      :DB2-CE-SEQ,
                      :DB2-CE-TREATYID,
                      :DB2-CE-EVENTTYPE,
                      :DB2-CE-DATE,
                      :DB2-CE-SUM-INSURED,
                      :DB2-CE-CEDED-SUM,
                      :DB2-CE-CESSION-PCT,
                      :DB2-CE-PREMIUM,
                      :DB2-CE-CEDED-PREMIUM,
                      :DB2-CE-COMMISSION,
                      :DB2-CE-STATUS )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO RI-RETURN-CODE
              MOVE SQLCODE TO RI-SQLCODE
           END-IF.
       WCR999.
           EXIT.

       RECORD-CLAIM-RECOVERY SECTION.
       RCR010.
      *
      *    Events: A claim added and U reserve revised (amount is
      *    the reserve), P claim paid (amount is the payment). The
      *    claim takes the cession in force on its loss date; the
      *    event date is the date of payment.
      *
           MOVE RI-CLAIM-NUM TO DB2-RC-CLAIMNUM.
           EXEC SQL
             SELECT PolicyNumber,
                    TreatyId,
                    CessionPct
             INTO  :DB2-RC-POLICYNUM,
                   :DB2-RC-TREATYID,
                   :DB2-RC-CESSION-PCT
             FROM  RIRECOVERY
             WHERE ClaimNumber = :DB2-RC-CLAIMNUM
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-RC-TREATYID TO RI-TREATY-ID
               MOVE DB2-RC-CESSION-PCT TO RI-CESSION-PCT
             WHEN 100
               PERFORM OPEN-RECOVERY-ROW
               IF RI-RETURN-CODE NOT = '00'
                  GO TO RCR999
               END-IF
             WHEN OTHER
               MOVE '90' TO RI-RETURN-CODE
               MOVE SQLCODE TO RI-SQLCODE
               GO TO RCR999
           END-EVALUATE.
           COMPUTE RI-RECOVERABLE ROUNDED =
              (RI-CLAIM-AMOUNT * RI-CESSION-PCT) / 100.
           MOVE RI-RECOVERABLE TO DB2-RC-RESERVE-RECOV
                                  DB2-RC-PAID-RECOV.
           IF RI-EVENT = 'P'
              MOVE RI-EVENT-DATE TO DB2-RC-PAID-DATE
              EXEC SQL
                UPDATE RIRECOVERY
                SET PaidRecoverable = :DB2-RC-PAID-RECOV,
                    PaidDate = :DB2-RC-PAID-DATE,
                    Status = 'P'
                WHERE ClaimNumber = :DB2-RC-CLAIMNUM
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE RIRECOVERY
                SET ReserveRecoverable = :DB2-RC-RESERVE-RECOV
                WHERE ClaimNumber = :DB2-RC-CLAIMNUM
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '90' TO RI-RETURN-CODE
              MOVE SQLCODE TO RI-SQLCODE
           END-IF.
       RCR999.
           EXIT.

       OPEN-RECOVERY-ROW SECTION.
       ORR010.
           IF RI-LOSS-DATE = SPACES
              MOVE RI-EVENT-DATE TO WS-LOOKUP-DATE
           ELSE
              MOVE RI-LOSS-DATE TO WS-LOOKUP-DATE
           END-IF.
           PERFORM FIND-POLICY-CESSION.
           IF RI-RETURN-CODE NOT = '00'
              GO TO ORR999
           END-IF.
           IF NOT CESSION-FOUND
              MOVE '01' TO RI-RETURN-CODE
              GO TO ORR999
           END-IF.
           MOVE RI-POLICY-NUM TO DB2-RC-POLICYNUM.
           MOVE RI-TREATY-ID TO DB2-RC-TREATYID.
           MOVE RI-CESSION-PCT TO DB2-RC-CESSION-PCT.
           MOVE 0 TO DB2-RC-RESERVE-RECOV.
           MOVE 0 TO DB2-RC-PAID-RECOV.
           MOVE SPACES TO DB2-RC-PAID-DATE.
           MOVE 'O' TO DB2-RC-STATUS.
           EXEC SQL
             INSERT INTO RIRECOVERY
                    ( ClaimNumber,
                      PolicyNumber,
                      TreatyId,
                      CessionPct,
                      ReserveRecoverable,
                      PaidRecoverable,
                      PaidDate,
                      Status )
             VALUES ( :DB2-RC-CLAIMNUM,
                      :DB2-RC-POLICYNUM,
                      :DB2-RC-TREATYID,
                      :DB2-RC-CESSION-PCT,
                      :DB2-RC-RESERVE-RECOV,
                      :DB2-RC-PAID-RECOV,
                      :DB2-RC-PAID-DATE,
                      :DB2-RC-STATUS )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO RI-RETURN-CODE
              MOVE SQLCODE TO RI-SQLCODE
           END-IF.
       ORR999.
           EXIT.
