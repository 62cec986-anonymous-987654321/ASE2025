       PROCESS CICS,SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUREF01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGUREF01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
       01  ABS-TIME                    PIC S9(8) COMP VALUE +0.
       01  TIME1                       PIC X(8)  VALUE SPACES.
       01  DATE1                       PIC X(10) VALUE SPACES.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGUREF01'.
           03 EM-VARIABLE              PIC X(21) VALUE SPACES.
      *
      *    Underwriter workqueue. Quotes that LGQPOL01 refers
      *    outside authority are held at status R with a REFERRAL
      *    row giving the rules that fired. The underwriter views
      *    the referral, then accepts it (optionally with a
      *    premium loading and an excess), which releases the
      *    quote for conversion at the loaded premium, or declines
      *    it with a reason. The decision is kept on the REFERRAL
      *    row against the quote.
      *
       01  DB2-QUOTE-ROW.
           03 DB2-Q-QUOTENUM           PIC S9(9) COMP.
           03 DB2-Q-CUSTOMERNUM        PIC S9(9) COMP.
           03 DB2-Q-POLICYTYPE         PIC X.
           03 DB2-Q-COVER-LEVEL        PIC X.
           03 DB2-Q-RISK-FACTOR        PIC X(4).
           03 DB2-Q-SUM-INSURED        PIC S9(9) COMP.
           03 DB2-Q-PREMIUM            PIC S9(9) COMP.
           03 DB2-Q-EXPIRY-DATE        PIC X(10).
           03 DB2-Q-DETAIL             PIC X(60).
       01  DB2-REFERRAL-ROW.
           03 DB2-RF-REFER-DATE        PIC X(10).
           03 DB2-RF-REFER-SUM         PIC X.
           03 DB2-RF-REFER-HOTSPOT     PIC X.
           03 DB2-RF-REFER-CLAIMS      PIC X.
           03 DB2-RF-REFER-ENGINE      PIC X.
           03 DB2-RF-CLAIM-COUNT       PIC S9(9) COMP.
           03 DB2-RF-STATUS            PIC X.
           03 DB2-RF-UNDERWRITER       PIC X(8).
           03 DB2-RF-DECISION-DATE     PIC X(10).
           03 DB2-RF-LOADING-PCT       PIC S9(3)V99 COMP-3.
           03 DB2-RF-EXCESS            PIC S9(9) COMP.
           03 DB2-RF-REASON            PIC X(40).
       01  DB2-NEXT-QUOTENUM           PIC S9(9) COMP.
       77  IND-NEXT-QUOTENUM           PIC S9(4) COMP.
       01  MINUS-ONE                   PIC S9(4) COMP VALUE -1.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01  WS-RUN-DATE.
           03 WS-RUN-YY                PIC 99.
           03 WS-RUN-MM                PIC 99.
           03 WS-RUN-DD                PIC 99.
       01  WS-TODAY-ISO                PIC X(10).
       01  WS-TODAY-X                  PIC 9(8).
       01  WS-TODAY-GRP REDEFINES WS-TODAY-X.
           03 WS-TODAY-CCYY            PIC 9999.
           03 WS-TODAY-MM              PIC 99.
           03 WS-TODAY-DD              PIC 99.
       01  WS-LOADED-PREMIUM           PIC S9(9)V99 COMP-3.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           03 CA-REQUEST-ID            PIC X(6).
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-QUOTE-NUM             PIC 9(10).
           03 CA-U-CUSTOMER-NUM        PIC 9(10).
           03 CA-U-POLICYTYPE          PIC X.
           03 CA-U-COVER-LEVEL         PIC X.
           03 CA-U-RISK-FACTOR         PIC X(4).
           03 CA-U-SUM-INSURED         PIC 9(8).
           03 CA-U-PREMIUM             PIC 9(6).
           03 CA-U-QUOTE-EXPIRY        PIC X(10).
           03 CA-U-DETAIL              PIC X(60).
           03 CA-U-REFER-DATE          PIC X(10).
           03 CA-U-REFER-SUM           PIC X.
           03 CA-U-REFER-HOTSPOT       PIC X.
           03 CA-U-REFER-CLAIMS        PIC X.
           03 CA-U-REFER-ENGINE        PIC X.
           03 CA-U-CLAIM-COUNT         PIC 9(4).
           03 CA-U-STATUS              PIC X.
           03 CA-U-UNDERWRITER         PIC X(8).
           03 CA-U-LOADING-PCT         PIC 9(3)V99.
           03 CA-U-EXCESS              PIC 9(6).
           03 CA-U-REASON              PIC X(40).
           03 CA-U-DECISION-DATE       PIC X(10).
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TODAY-X = (2000 + WS-RUN-YY) * 10000
              + WS-RUN-MM * 100 + WS-RUN-DD.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING WS-TODAY-CCYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING.
           EVALUATE CA-REQUEST-ID
             WHEN '01UINQ'
               PERFORM INQUIRE-REFERRAL
             WHEN '01UNXT'
               PERFORM NEXT-OPEN-REFERRAL
             WHEN '01UACC'
               PERFORM ACCEPT-REFERRAL
             WHEN '01UDEC'
               PERFORM DECLINE-REFERRAL
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.

       INQUIRE-REFERRAL SECTION.
       IR010.
           MOVE CA-QUOTE-NUM TO DB2-Q-QUOTENUM.
           PERFORM READ-REFERRAL.
           IF CA-RETURN-CODE = '00'
              PERFORM RETURN-REFERRAL-DETAILS
           END-IF.
       IR999.
           EXIT.

       NEXT-OPEN-REFERRAL SECTION.
       NOR010.
      *
      *    Walks the workqueue in quote number order: the caller
      *    passes the last quote seen (zero to start) and gets the
      *    next referral still awaiting a decision.
      *
           MOVE CA-QUOTE-NUM TO DB2-Q-QUOTENUM.
           MOVE 0 TO DB2-NEXT-QUOTENUM.
           EXEC SQL
             SELECT MIN(QuoteNumber)
             INTO  :DB2-NEXT-QUOTENUM
                   INDICATOR :IND-NEXT-QUOTENUM
             FROM  REFERRAL
             WHERE Status = 'R'
             AND   QuoteNumber > :DB2-Q-QUOTENUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              GO TO NOR999
           END-IF.
           IF IND-NEXT-QUOTENUM = MINUS-ONE
              MOVE '01' TO CA-RETURN-CODE
              GO TO NOR999
           END-IF.
           MOVE DB2-NEXT-QUOTENUM TO DB2-Q-QUOTENUM.
           PERFORM READ-REFERRAL.
           IF CA-RETURN-CODE = '00'
              MOVE DB2-Q-QUOTENUM TO CA-QUOTE-NUM
              PERFORM RETURN-REFERRAL-DETAILS
           END-IF.
       NOR999.
           EXIT.

       ACCEPT-REFERRAL SECTION.
       AR010.
           IF CA-U-UNDERWRITER = SPACES
              MOVE '03' TO CA-RETURN-CODE
              GO TO AR999
           END-IF.
           MOVE CA-QUOTE-NUM TO DB2-Q-QUOTENUM.
           PERFORM READ-REFERRAL.
           IF CA-RETURN-CODE NOT = '00'
              GO TO AR999
           END-IF.
           IF DB2-RF-STATUS NOT = 'R'
              MOVE '02' TO CA-RETURN-CODE
              GO TO AR999
           END-IF.
           IF DB2-Q-EXPIRY-DATE < WS-TODAY-ISO
              PERFORM EXPIRE-REFERRAL
              GO TO AR999
           END-IF.
      *
      *    The loading is a percentage on the quoted premium; the
      *    customer converts the quote at the loaded figure.
      *
           COMPUTE WS-LOADED-PREMIUM ROUNDED =
              (DB2-Q-PREMIUM * (100 + CA-U-LOADING-PCT)) / 100.
           MOVE WS-LOADED-PREMIUM TO DB2-Q-PREMIUM.
           EXEC SQL
             UPDATE QUOTE
             SET Status = 'Q',
                 Premium = :DB2-Q-PREMIUM
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
             AND   Status = 'R'
           END-EXEC.
           IF SQLCODE = 100
              MOVE '02' TO CA-RETURN-CODE
              GO TO AR999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' QUOTE UPDATE FAILED ' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
              GO TO AR999
           END-IF.
           MOVE 'A' TO DB2-RF-STATUS.
           MOVE CA-U-UNDERWRITER TO DB2-RF-UNDERWRITER.
           MOVE WS-TODAY-ISO TO DB2-RF-DECISION-DATE.
           MOVE CA-U-LOADING-PCT TO DB2-RF-LOADING-PCT.
           MOVE CA-U-EXCESS TO DB2-RF-EXCESS.
           MOVE CA-U-REASON TO DB2-RF-REASON.
           PERFORM RECORD-DECISION.
           IF CA-RETURN-CODE = '00'
              PERFORM RETURN-REFERRAL-DETAILS
           END-IF.
       AR999.
           EXIT.

       DECLINE-REFERRAL SECTION.
       DR010.
           IF CA-U-UNDERWRITER = SPACES
           OR CA-U-REASON = SPACES
              MOVE '03' TO CA-RETURN-CODE
              GO TO DR999
           END-IF.
           MOVE CA-QUOTE-NUM TO DB2-Q-QUOTENUM.
           PERFORM READ-REFERRAL.
           IF CA-RETURN-CODE NOT = '00'
              GO TO DR999
           END-IF.
           IF DB2-RF-STATUS NOT = 'R'
              MOVE '02' TO CA-RETURN-CODE
              GO TO DR999
           END-IF.
           EXEC SQL
             UPDATE QUOTE
             SET Status = 'D'
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
             AND   Status = 'R'
           END-EXEC.
           IF SQLCODE = 100
              MOVE '02' TO CA-RETURN-CODE
              GO TO DR999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' QUOTE UPDATE FAILED ' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
              GO TO DR999
           END-IF.
           MOVE 'D' TO DB2-RF-STATUS.
           MOVE CA-U-UNDERWRITER TO DB2-RF-UNDERWRITER.
           MOVE WS-TODAY-ISO TO DB2-RF-DECISION-DATE.
           MOVE 0 TO DB2-RF-LOADING-PCT.
           MOVE 0 TO DB2-RF-EXCESS.
           MOVE CA-U-REASON TO DB2-RF-REASON.
           PERFORM RECORD-DECISION.
           IF CA-RETURN-CODE = '00'
              PERFORM RETURN-REFERRAL-DETAILS
           END-IF.
       DR999.
           EXIT.

       EXPIRE-REFERRAL SECTION.
       ER010.
      *
      *    A referral left past the quote's validity lapses with
      *    the quote; the customer must be requoted.
      *
           EXEC SQL
             UPDATE QUOTE
             SET Status = 'E'
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
           END-EXEC.
           EXEC SQL
             UPDATE REFERRAL
             SET Status = 'E'
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
           END-EXEC.
           MOVE '04' TO CA-RETURN-CODE.
       ER999.
           EXIT.

       RECORD-DECISION SECTION.
       RD010.
           EXEC SQL
             UPDATE REFERRAL
             SET Status = :DB2-RF-STATUS,
                 Underwriter = :DB2-RF-UNDERWRITER,
                 DecisionDate = :DB2-RF-DECISION-DATE,
                 LoadingPct = :DB2-RF-LOADING-PCT,
                 Excess = :DB2-RF-EXCESS,
                 Reason = :DB2-RF-REASON
             WHERE QuoteNumber = :DB2-Q-QUOTENUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE ' REFERRAL UPDATE FAIL' TO EM-VARIABLE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RD999.
           EXIT.

       READ-REFERRAL SECTION.
       RR010.
           EXEC SQL
             SELECT Q.CustomerNumber,
                    Q.PolicyType,
                    Q.CoverLevel,
                    Q.RiskFactor,
                    Q.SumInsured,
                    Q.Premium,
                    Q.ExpiryDate,
                    Q.Detail,
                    R.ReferDate,
                    R.ReferSum,
                    R.ReferHotSpot,
                    R.ReferClaims,
                    R.ReferEngine,
                    R.ClaimCount,
                    R.Status,
                    COALESCE(R.Underwriter, ' '),
                    COALESCE(R.DecisionDate, ' '),
                    COALESCE(R.LoadingPct, 0),
                    COALESCE(R.Excess, 0),
                    COALESCE(R.Reason, ' ')
             INTO  :DB2-Q-CUSTOMERNUM,
                   :DB2-Q-POLICYTYPE,
                   :DB2-Q-COVER-LEVEL,
                   :DB2-Q-RISK-FACTOR,
                   :DB2-Q-SUM-INSURED,
                   :DB2-Q-PREMIUM,
                   :DB2-Q-EXPIRY-DATE,
                   :DB2-Q-DETAIL,
                   :DB2-RF-REFER-DATE,
                   :DB2-RF-REFER-SUM,
                   :DB2-RF-REFER-HOTSPOT,
                   :DB2-RF-REFER-CLAIMS,
                   :DB2-RF-REFER-ENGINE,
                   :DB2-RF-CLAIM-COUNT,
                   :DB2-RF-STATUS,
                   :DB2-RF-UNDERWRITER,
                   :DB2-RF-DECISION-DATE,
                   :DB2-RF-LOADING-PCT,
                   :DB2-RF-EXCESS,
                   :DB2-RF-REASON
             FROM  QUOTE Q,
                   REFERRAL R
             WHERE R.QuoteNumber = :DB2-Q-QUOTENUM
             AND   Q.QuoteNumber = R.QuoteNumber
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.
       RR999.
           EXIT.

       RETURN-REFERRAL-DETAILS SECTION.
       RRD010.
           MOVE DB2-Q-CUSTOMERNUM TO CA-U-CUSTOMER-NUM.
           MOVE DB2-Q-POLICYTYPE TO CA-U-POLICYTYPE.
           MOVE DB2-Q-COVER-LEVEL TO CA-U-COVER-LEVEL.
           MOVE DB2-Q-RISK-FACTOR TO CA-U-RISK-FACTOR.
           MOVE DB2-Q-SUM-INSURED TO CA-U-SUM-INSURED.
           MOVE DB2-Q-PREMIUM TO CA-U-PREMIUM.
           MOVE DB2-Q-EXPIRY-DATE TO CA-U-QUOTE-EXPIRY.
           MOVE DB2-Q-DETAIL TO CA-U-DETAIL.
           MOVE DB2-RF-REFER-DATE TO CA-U-REFER-DATE.
           MOVE DB2-RF-REFER-SUM TO CA-U-REFER-SUM.
           MOVE DB2-RF-REFER-HOTSPOT TO CA-U-REFER-HOTSPOT.
           MOVE DB2-RF-REFER-CLAIMS TO CA-U-REFER-CLAIMS.
           MOVE DB2-RF-REFER-ENGINE TO CA-U-REFER-ENGINE.
           MOVE DB2-RF-CLAIM-COUNT TO CA-U-CLAIM-COUNT.
           MOVE DB2-RF-STATUS TO CA-U-STATUS.
           MOVE DB2-RF-UNDERWRITER TO CA-U-UNDERWRITER.
           MOVE DB2-RF-DECISION-DATE TO CA-U-DECISION-DATE.
           MOVE DB2-RF-LOADING-PCT TO CA-U-LOADING-PCT.
           MOVE DB2-RF-EXCESS TO CA-U-EXCESS.
           MOVE DB2-RF-REASON TO CA-U-REASON.
       RRD999.
           EXIT.

       WRITE-ERROR-MESSAGE SECTION.
       WEM010.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
                     MMDDYYYY(DATE1)
                     TIME(TIME1)
           END-EXEC
           MOVE DATE1 TO EM-DATE
           MOVE TIME1 TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
       WEM999.
           EXIT.
