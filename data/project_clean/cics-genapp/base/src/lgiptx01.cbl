       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIPTX01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGIPTX01------WS'.
      *
      *    Insurance premium tax. Premiums are quoted, billed and
      *    collected inclusive of tax; this routine separates the
      *    tax out of a gross premium at the rate in force for the
      *    policy type on the event date (IPTRATE), and for the
      *    write function records it on the tax ledger (IPTLEDGER)
      *    from which the quarterly return is drawn. Holds no CICS
      *    commands and so serves the online and batch callers
      *    alike.
      *
       01  DB2-RATE-ROW.
           03 DB2-IR-POLICYTYPE        PIC X.
           03 DB2-IR-RATE-PCT          PIC S9(3)V99 COMP-3.
       01  DB2-LEDGER-ROW.
           03 DB2-IL-POLICYNUM         PIC S9(9) COMP.
           03 DB2-IL-SEQ               PIC S9(4) COMP.
           03 DB2-IL-EVENTTYPE         PIC X.
           03 DB2-IL-EVENTDATE         PIC X(10).
           03 DB2-IL-POLICYTYPE        PIC X.
           03 DB2-IL-GROSS-PREMIUM     PIC S9(9) COMP.
           03 DB2-IL-RATE-PCT          PIC S9(3)V99 COMP-3.
           03 DB2-IL-TAX               PIC S9(9)V99 COMP-3.
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
       LINKAGE SECTION.
       01  IPT-PARMS.
           03 IPT-FUNCTION             PIC X.
              88 IPT-CALCULATE-ONLY         VALUE 'Q'.
              88 IPT-WRITE-LEDGER           VALUE 'W'.
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
       PROCEDURE DIVISION USING IPT-PARMS.
       MAINLINE SECTION.
      *
      *    Return codes: 00 tax calculated, 01 no rate on file
      *    for the type and date (no tax), 90 DB2 error (SQLCODE
      *    in IPT-SQLCODE), 99 unknown function.
      *
           MOVE '00' TO IPT-RETURN-CODE.
           MOVE 0 TO IPT-SQLCODE.
           MOVE 0 TO IPT-RATE-PCT.
           MOVE 0 TO IPT-TAX.
           MOVE IPT-GROSS-PREMIUM TO IPT-NET-PREMIUM.
           IF NOT IPT-CALCULATE-ONLY AND NOT IPT-WRITE-LEDGER
              MOVE '99' TO IPT-RETURN-CODE
              GOBACK
           END-IF.
           IF IPT-EVENT-DATE = SPACES
              ACCEPT WS-RUN-DATE FROM DATE
              COMPUTE WS-TODAY-X = (2000 + WS-RUN-YY) * 10000
                 + WS-RUN-MM * 100 + WS-RUN-DD
              STRING WS-TODAY-CCYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                 DELIMITED BY SIZE INTO IPT-EVENT-DATE
              END-STRING
           END-IF.
           PERFORM CALCULATE-TAX.
           IF IPT-RETURN-CODE = '00' AND IPT-WRITE-LEDGER
              PERFORM WRITE-LEDGER-ROW
           END-IF.
           GOBACK.
       MAINLINE-EXIT.
           EXIT.

       CALCULATE-TAX SECTION.
       CT010.
           MOVE IPT-POLICY-TYPE TO DB2-IR-POLICYTYPE.
           EXEC SQL
             SELECT RatePct
             INTO  :DB2-IR-RATE-PCT
             FROM  IPTRATE
             WHERE PolicyType = :DB2-IR-POLICYTYPE
             AND   EffectiveDate <= :IPT-EVENT-DATE
             ORDER BY EffectiveDate DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO IPT-RETURN-CODE
               GO TO CT999
             WHEN OTHER
               MOVE '90' TO IPT-RETURN-CODE
               MOVE SQLCODE TO IPT-SQLCODE
               GO TO CT999
           END-EVALUATE.
      *
      *    The gross premium already contains the tax, so the tax
      *    is rate / (100 + rate) of it.
      *
           MOVE DB2-IR-RATE-PCT TO IPT-RATE-PCT.
           COMPUTE IPT-TAX ROUNDED =
              (IPT-GROSS-PREMIUM * DB2-IR-RATE-PCT)
              / (100 + DB2-IR-RATE-PCT).
           COMPUTE IPT-NET-PREMIUM = IPT-GROSS-PREMIUM - IPT-TAX.
       CT999.
           EXIT.

       WRITE-LEDGER-ROW SECTION.
       WLR010.
           MOVE IPT-POLICY-NUM TO DB2-IL-POLICYNUM.
           MOVE 0 TO DB2-IL-SEQ.
           EXEC SQL
             SELECT COALESCE(MAX(LedgerSeq), 0) + 1
             INTO  :DB2-IL-SEQ
             FROM  IPTLEDGER
             WHERE PolicyNumber = :DB2-IL-POLICYNUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO IPT-RETURN-CODE
              MOVE SQLCODE TO IPT-SQLCODE
              GO TO WLR999
           END-IF.
           MOVE IPT-EVENT TO DB2-IL-EVENTTYPE.
           MOVE IPT-EVENT-DATE TO DB2-IL-EVENTDATE.
           MOVE IPT-POLICY-TYPE TO DB2-IL-POLICYTYPE.
           MOVE IPT-GROSS-PREMIUM TO DB2-IL-GROSS-PREMIUM.
           MOVE IPT-RATE-PCT TO DB2-IL-RATE-PCT.
           MOVE IPT-TAX TO DB2-IL-TAX.
           EXEC SQL
             INSERT INTO IPTLEDGER
                    ( PolicyNumber,
                      LedgerSeq,
                      EventType,
                      EventDate,
                      PolicyType,
                      GrossPremium,
                      RatePct,
                      TaxAmount )
             VALUES ( :DB2-IL-POLICYNUM,
                      :DB2-IL-SEQ,
                      :DB2-IL-EVENTTYPE,
                      :DB2-IL-EVENTDATE,
                      :DB2-IL-POLICYTYPE,
                      :DB2-IL-GROSS-PREMIUM,
                      :DB2-IL-RATE-PCT,
                      :DB2-IL-TAX )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO IPT-RETURN-CODE
              MOVE SQLCODE TO IPT-SQLCODE
           END-IF.
       WLR999.
           EXIT.
