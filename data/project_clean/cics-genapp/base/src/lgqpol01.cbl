           03 DB2-QS-ACCEPTED          PIC S9(9) COMP.
           03 DB2-QS-DECLINED          PIC S9(9) COMP.
           03 DB2-QS-EXPIRED           PIC S9(9) COMP.
      *
      *    Underwriting referral. A quote outside authority is
      *    held at status R on the underwriter workqueue (table
      *    REFERRAL, worked by LGUREF01) and cannot be converted
      *    until an underwriter accepts it. The rules live on
      *    REFRULE: S sum insured limit per policy type, C claims
      *    count in the last three years at which to refer (per
      *    type, or * for all), E motor engine size bands that
      *    always refer. Property districts flagged by LGACCUM1
      *    (table ACCUMHOT) also refer.
      *
       01  DB2-REFERRAL-ROW.
           03 DB2-RF-REFER-SUM         PIC X.
           03 DB2-RF-REFER-HOTSPOT     PIC X.
           03 DB2-RF-REFER-CLAIMS      PIC X.
           03 DB2-RF-REFER-ENGINE      PIC X.
           03 DB2-RF-CLAIM-COUNT       PIC S9(9) COMP.
       01  DB2-RF-LIMIT                PIC S9(9) COMP.
       01  DB2-RF-COUNT                PIC S9(9) COMP.
       01  WS-REFER-SW                 PIC X VALUE 'N'.
           88 QUOTE-REFERRED                VALUE 'Y'.
       77  WS-CLAIMS-YEARS             PIC 9 VALUE 3.
       01  WS-CLAIMS-FROM-CCYY         PIC 9999.
       01  WS-CLAIMS-FROM-DD           PIC 99.
       01  WS-CLAIMS-FROM-ISO          PIC X(10).
       01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
       01  DB2-CHILD-ROW.
           03 DB2-CH-SUM-INT           PIC S9(9) COMP.
       01  WS-INTEGER                  PIC S9(9) COMP.
       77  WS-QUOTE-VALID-DAYS         PIC 9(3) VALUE 30.
       01  WS-PREMIUM                  PIC S9(9)V99 COMP-3.
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
      *
      *    Parameter area for LGIPTX01, the insurance premium tax
      *    routine.
      *
       01  IPT-PARMS.
           03 IPT-FUNCTION             PIC X.
           03 IPT-RETURN-CODE          PIC 9(2).
           03 IPT-EVENT                PIC X.
           03 IPT-POLICY-NUM           PIC S9(9) COMP.
           03 IPT-POLICY-TYPE          PIC X.
           03 IPT-EVENT-DATE           PIC X(10).
           03 IPT-GROSS-PREMIUM        PIC S9(9) COMP.
           03 IPT-RATE-PCT             PIC S9(3)V99 COMP-3.
           03 IPT-TAX                  PIC S9(9)V99 COMP-3.
           03 IPT-NET-PREMIUM          PIC S9(9)V99 COMP-3.
           03 IPT-SQLCODE              PIC S9(9) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03 CA-REQUEST-ID            PIC X(6).
      *    Callers sending the short commarea write direct
      *    business under broker zero.
           03 CA-Q-BROKERID            PIC 9(10).
      *    Optional extension: the insurance premium tax contained
      *    in the quoted premium, returned on issue to callers
      *    sending the full commarea.
           03 CA-Q-IPT                 PIC 9(6)V99.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           INITIALIZE WS-HEADER.
           END-IF.
           COMPUTE WS-PREMIUM ROUNDED =
              (CA-Q-SUM-INSURED * DB2-RT-RATE-PER-MILLE) / 1000.
           PERFORM CHECK-REFERRAL-RULES.
           IF CA-RETURN-CODE NOT = '00'
              GO TO IQ999
           END-IF.
           MOVE 0 TO DB2-Q-QUOTENUM.
           EXEC SQL
             SELECT COALESCE(MAX(QuoteNumber), 0) + 1
           MOVE WS-TODAY-ISO TO DB2-Q-QUOTE-DATE.
           MOVE WS-EXPIRY-ISO TO DB2-Q-EXPIRY-DATE.
           MOVE 'Q' TO DB2-Q-STATUS.
           IF QUOTE-REFERRED
              MOVE 'R' TO DB2-Q-STATUS
           END-IF.
           MOVE CA-Q-DETAIL TO DB2-Q-DETAIL.
           MOVE 0 TO DB2-Q-BROKERID.
           IF EIBCALEN >= 162
           MOVE DB2-Q-QUOTENUM TO CA-QUOTE-NUM.
           MOVE DB2-Q-PREMIUM TO CA-Q-PREMIUM.
           MOVE WS-EXPIRY-ISO TO CA-Q-EXPIRY-DATE.
           IF EIBCALEN >= 178
              INITIALIZE IPT-PARMS
              MOVE 'Q' TO IPT-FUNCTION
              MOVE DB2-Q-POLICYTYPE TO IPT-POLICY-TYPE
              MOVE WS-TODAY-ISO TO IPT-EVENT-DATE
              MOVE DB2-Q-PREMIUM TO IPT-GROSS-PREMIUM
              CALL 'LGIPTX01' USING IPT-PARMS
              MOVE IPT-TAX TO CA-Q-IPT
           END-IF.
           IF QUOTE-REFERRED
              PERFORM WRITE-REFERRAL-ROW
           END-IF.
       IQ999.
           EXIT.

       CHECK-REFERRAL-RULES SECTION.
       CRR010.
           MOVE 'N' TO WS-REFER-SW.
           MOVE 'N' TO DB2-RF-REFER-SUM.
           MOVE 'N' TO DB2-RF-REFER-HOTSPOT.
           MOVE 'N' TO DB2-RF-REFER-CLAIMS.
           MOVE 'N' TO DB2-RF-REFER-ENGINE.
           MOVE 0 TO DB2-RF-CLAIM-COUNT.
           MOVE CA-Q-POLICYTYPE TO DB2-Q-POLICYTYPE.
           MOVE CA-Q-RISK-FACTOR TO DB2-Q-RISK-FACTOR.
           MOVE CA-CUSTOMER-NUM TO DB2-Q-CUSTOMERNUM.
      *
      *    Sum insured over the limit for the policy type.
      *
           MOVE 0 TO DB2-RF-LIMIT.
           EXEC SQL
             SELECT LimitValue
             INTO  :DB2-RF-LIMIT
             FROM  REFRULE
             WHERE RuleType = 'S'
             AND   PolicyType = :DB2-Q-POLICYTYPE
           END-EXEC.
           IF SQLCODE = 0
              IF CA-Q-SUM-INSURED > DB2-RF-LIMIT
                 MOVE 'Y' TO DB2-RF-REFER-SUM
              END-IF
           ELSE
              IF SQLCODE NOT = 100
                 GO TO CRR900
              END-IF
           END-IF.
      *
      *    Property risk in a postcode district flagged as an
      *    accumulation hot spot.
      *
           IF DB2-Q-POLICYTYPE = 'H' OR DB2-Q-POLICYTYPE = 'C'
              MOVE 0 TO DB2-RF-COUNT
              EXEC SQL
                SELECT COUNT(*)
                INTO  :DB2-RF-COUNT
                FROM  ACCUMHOT
                WHERE District = :DB2-Q-RISK-FACTOR
              END-EXEC
              IF SQLCODE NOT = 0
                 GO TO CRR900
              END-IF
              IF DB2-RF-COUNT > 0
                 MOVE 'Y' TO DB2-RF-REFER-HOTSPOT
              END-IF
           END-IF.
      *
      *    Motor risk in an engine size band that always refers.
      *
           IF DB2-Q-POLICYTYPE = 'M'
              MOVE 0 TO DB2-RF-COUNT
              EXEC SQL
                SELECT COUNT(*)
                INTO  :DB2-RF-COUNT
                FROM  REFRULE
                WHERE RuleType = 'E'
                AND   PolicyType = 'M'
                AND   RiskFactor = :DB2-Q-RISK-FACTOR
              END-EXEC
              IF SQLCODE NOT = 0
                 GO TO CRR900
              END-IF
              IF DB2-RF-COUNT > 0
                 MOVE 'Y' TO DB2-RF-REFER-ENGINE
              END-IF
           END-IF.
      *
      *    The customer's claims on any policy in the last three
      *    years, against the limit for the type (or the limit
      *    for all types). On the 29th of February the three years
      *    run from the 28th.
      *
           MOVE 0 TO DB2-RF-LIMIT.
           EXEC SQL
             SELECT LimitValue
             INTO  :DB2-RF-LIMIT
             FROM  REFRULE
             WHERE RuleType = 'C'
             AND   PolicyType IN (:DB2-Q-POLICYTYPE, '*')
             ORDER BY PolicyType DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
              GO TO CRR100
           END-IF.
           IF SQLCODE NOT = 0
              GO TO CRR900
           END-IF.
           COMPUTE WS-CLAIMS-FROM-CCYY =
              WS-TODAY-CCYY - WS-CLAIMS-YEARS.
           MOVE WS-TODAY-DD TO WS-CLAIMS-FROM-DD.
           IF WS-TODAY-MM = 2 AND WS-TODAY-DD = 29
              MOVE 28 TO WS-CLAIMS-FROM-DD
           END-IF.
           MOVE SPACES TO WS-CLAIMS-FROM-ISO.
           STRING WS-CLAIMS-FROM-CCYY '-' WS-TODAY-MM '-'
              WS-CLAIMS-FROM-DD
              DELIMITED BY SIZE INTO WS-CLAIMS-FROM-ISO
           END-STRING.
           EXEC SQL
             SELECT COUNT(*)
             INTO  :DB2-RF-CLAIM-COUNT
             FROM  CLAIM C,
                   POLICY P
             WHERE P.PolicyNumber = C.PolicyNumber
             AND   P.CustomerNumber = :DB2-Q-CUSTOMERNUM
             AND   C.LossDate >= :WS-CLAIMS-FROM-ISO
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO CRR900
           END-IF.
           IF DB2-RF-LIMIT > 0
           AND DB2-RF-CLAIM-COUNT >= DB2-RF-LIMIT
              MOVE 'Y' TO DB2-RF-REFER-CLAIMS
           END-IF.
       CRR100.
           IF DB2-RF-REFER-SUM = 'Y'
           OR DB2-RF-REFER-HOTSPOT = 'Y'
           OR DB2-RF-REFER-CLAIMS = 'Y'
           OR DB2-RF-REFER-ENGINE = 'Y'
              MOVE 'Y' TO WS-REFER-SW
           END-IF.
           GO TO CRR999.
       CRR900.
           MOVE '90' TO CA-RETURN-CODE.
           MOVE ' REFERRAL RULES FAIL ' TO EM-VARIABLE.
           PERFORM WRITE-ERROR-MESSAGE.
       CRR999.
           EXIT.

       WRITE-REFERRAL-ROW SECTION.
       WRR010.
      *
      *    The quote is priced and returned as usual, but flagged
      *    05 so the caller knows it awaits an underwriter.
      *
           EXEC SQL
             INSERT INTO REFERRAL
                    ( QuoteNumber,
                      ReferDate,
                      ReferSum,
                      ReferHotSpot,
                      ReferClaims,
                      ReferEngine,
                      ClaimCount,
                      Status )
             VALUES ( :DB2-Q-QUOTENUM,
                      :WS-TODAY-ISO,
                      :DB2-RF-REFER-SUM,
                      :DB2-RF-REFER-HOTSPOT,
                      :DB2-RF-REFER-CLAIMS,
                      :DB2-RF-REFER-ENGINE,
                      :DB2-RF-CLAIM-COUNT,
                      'R' )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' REFERRAL WRITE FAIL ' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
              GO TO WRR999
           END-IF.
           MOVE '05' TO CA-RETURN-CODE.
       WRR999.
           EXIT.

       ACCEPT-QUOTATION SECTION.
       AQ010.
           MOVE CA-QUOTE-NUM TO DB2-Q-QUOTENUM.
              MOVE '01' TO CA-RETURN-CODE
              GO TO AQ999
           END-IF.
           IF DB2-Q-STATUS = 'R'
              MOVE '05' TO CA-RETURN-CODE
              GO TO AQ999
           END-IF.
           IF DB2-Q-STATUS NOT = 'Q'
              MOVE '02' TO CA-RETURN-CODE
              GO TO AQ999
              GO TO AQ999
           END-IF.
           MOVE DB2-POLICYNUM-INT TO CA-Q-POLICY-NUM.
           PERFORM CEDE-NEW-BUSINESS.
           PERFORM TAX-NEW-BUSINESS.
       AQ999.
           EXIT.

       TAX-NEW-BUSINESS SECTION.
       TNB010.
      *
      *    The first year's premium goes on the premium tax ledger
      *    at the rate in force on the day the policy is written.
      *
           INITIALIZE IPT-PARMS.
           MOVE 'W' TO IPT-FUNCTION.
           MOVE 'N' TO IPT-EVENT.
           MOVE DB2-POLICYNUM-INT TO IPT-POLICY-NUM.
           MOVE DB2-Q-POLICYTYPE TO IPT-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO IPT-EVENT-DATE.
           MOVE DB2-Q-PREMIUM TO IPT-GROSS-PREMIUM.
           CALL 'LGIPTX01' USING IPT-PARMS.
           IF IPT-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' IPT LEDGER FAILED   ' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       TNB999.
           EXIT.

       CEDE-NEW-BUSINESS SECTION.
       CNB010.
      *
      *    New business is ceded on the quoted sum insured and the
      *    first year's premium. A type with no treaty in force is
      *    wholly retained.
      *
           INITIALIZE RI-PARMS.
           MOVE 'C' TO RI-FUNCTION.
           MOVE 'N' TO RI-EVENT.
           MOVE DB2-POLICYNUM-INT TO RI-POLICY-NUM.
           MOVE DB2-Q-POLICYTYPE TO RI-POLICY-TYPE.
           MOVE WS-TODAY-ISO TO RI-EVENT-DATE.
           MOVE DB2-Q-SUM-INSURED TO RI-SUM-INSURED.
           MOVE DB2-Q-PREMIUM TO RI-PREMIUM.
           MOVE 'B' TO RI-STATUS.
           CALL 'LGRICE01' USING RI-PARMS.
           IF RI-RETURN-CODE = '90'
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' CESSION WRITE FAILED' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       CNB999.
           EXIT.

       WRITE-POLICY-CHILD-ROW SECTION.
       WPCR010.
           MOVE DB2-Q-SUM-INSURED TO DB2-CH-SUM-INT.
             SET Status = 'D',
                 Detail = :DB2-Q-DETAIL
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
             AND   Status IN ('Q', 'R')
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO DQ999
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               GO TO DQ999
           END-EVALUATE.
      *
      *    A quote the customer declines while it waits for an
      *    underwriter comes off the workqueue as withdrawn.
      *
           EXEC SQL
             UPDATE REFERRAL
             SET Status = 'W'
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
             AND   Status = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO CA-RETURN-CODE
           END-IF.
       DQ999.
           EXIT.

