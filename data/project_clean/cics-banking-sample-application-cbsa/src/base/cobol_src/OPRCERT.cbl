       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.
       AUTHOR. Jon Collett.
      *
      *    Quarterly operator access recertification. Every operator
      *    profile is listed branch by branch for the branch manager
      *    (CONTROL <sortcode>-BRANCH-MANAGER) to sign off, showing
      *    the role and limits held, the last date the ID was seen
      *    in PROCTRAN, TILL or the supervisor OVERRIDE log, the
      *    overrides taken in the quarter and the largest single
      *    and daily till movements as a percentage of the limits.
      *
      *    Each operator listed gets a pending OPERCERT row for the
      *    quarter, which holds the entitlements as listed and later
      *    the manager's decision keyed through OPRCMNT; the rows
      *    are the audit evidence of the recertification.
      *
      *    An ID not seen for CONTROL <sortcode>-OPER-DORMANT-DAYS
      *    (default 90) is suspended on OPERPROF. An ID that has
      *    never been seen and was not on the previous quarter's
      *    listing is new and is only flagged.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 SORTCODE                          PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-OPERPROF-ROW.
          03 HV-OP-SORTCODE                 PIC X(6).
          03 HV-OP-USERID                   PIC X(8).
          03 HV-OP-ROLE                     PIC X.
          03 HV-OP-TXN-LIMIT                PIC S9(10)V99.
          03 HV-OP-DAILY-LIMIT              PIC S9(10)V99.
          03 HV-OP-STATUS                   PIC X.
       01 HOST-OPERCERT-ROW.
          03 HV-OC-SORTCODE                 PIC X(6).
          03 HV-OC-CYCLE                    PIC X(6).
          03 HV-OC-USERID                   PIC X(8).
          03 HV-OC-ROLE                     PIC X.
          03 HV-OC-TXN-LIMIT                PIC S9(10)V99.
          03 HV-OC-DAILY-LIMIT              PIC S9(10)V99.
          03 HV-OC-LAST-ACTIVITY            PIC S9(8).
          03 HV-OC-OVERRIDES                PIC S9(9) COMP.
          03 HV-OC-PEAK-TXN                 PIC S9(10)V99.
          03 HV-OC-PEAK-DAILY               PIC S9(13)V99.
          03 HV-OC-OPER-STATUS              PIC X.
          03 HV-OC-AUTO-SUSP                PIC X.
          03 HV-OC-DECISION                 PIC X.
          03 HV-OC-LISTED-DATE              PIC S9(8).
       01 HV-LAST-PROC-DATE                 PIC X(8).
       01 HV-LAST-PROC-IND                  PIC S9(4) COMP.
       01 HV-LAST-TILL-DATE                 PIC S9(8).
       01 HV-LAST-TILL-IND                  PIC S9(4) COMP.
       01 HV-LAST-OVR-DATE                  PIC S9(8).
       01 HV-LAST-OVR-IND                   PIC S9(4) COMP.
       01 HV-PEAK-TXN-IND                   PIC S9(4) COMP.
       01 HV-PEAK-DAILY-IND                 PIC S9(4) COMP.
       01 HV-PERIOD-START                   PIC S9(8).
       01 HV-PRIOR-CERTS                    PIC S9(9) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
           EXEC SQL
              DECLARE OPER-CURSOR CURSOR FOR
                 SELECT OPERPROF_SORTCODE, OPERPROF_USERID,
                        OPERPROF_ROLE, OPERPROF_TXN_LIMIT,
                        OPERPROF_DAILY_LIMIT, OPERPROF_STATUS
                 FROM OPERPROF
                 ORDER BY OPERPROF_SORTCODE, OPERPROF_USERID
                 FOR FETCH ONLY
           END-EXEC.
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
                                                 SIGN LEADING SEPARATE.
       01 WS-RUN-STEP                       PIC X(8) VALUE 'OPRCERT '.
       01 HV-RUN-STATUS                     PIC X.
       01 HV-RUN-BUSDATE                    PIC S9(8) VALUE 0.
       01 HV-RUN-TIME                       PIC 9(6) VALUE 0.
       01 HV-RUN-COUNT1                     PIC S9(9) COMP VALUE 0.
       01 HV-RUN-COUNT2                     PIC S9(9) COMP VALUE 0.
       01 WS-BR-TIME                        PIC 9(6) VALUE 0.
       01 WS-EXIT-SW                        PIC X VALUE 'N'.
          88 WS-NO-MORE-OPERATORS                VALUE 'Y'.
       01 WS-RUN-DATE.
          03 WS-RUN-DATE-YY                 PIC 99.
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-X                     PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP VALUE 0.
       01 WS-PERIOD-START-X                 PIC 9(8).
      *
      *    The quarter is named from the run date, e.g. 2026Q3, and
      *    the review period is the 92 days up to the run.
      *
       77 WS-REVIEW-DAYS                    PIC 9(3) VALUE 92.
       01 WS-CYCLE.
          03 WS-CYCLE-CCYY                  PIC 9999.
          03 FILLER                         PIC X VALUE 'Q'.
          03 WS-CYCLE-QTR                   PIC 9.
       77 WS-DORMANT-DAYS                   PIC 9(5) VALUE 90.
       01 WS-LAST-ACTIVITY-X                PIC 9(8).
       01 WS-IDLE-DAYS                      PIC S9(9) COMP VALUE 0.
       01 WS-IDLE-DISPLAY                   PIC ZZZZ9.
       01 WS-DORMANT-SW                     PIC X VALUE 'N'.
          88 WS-DORMANT                          VALUE 'Y'.
       01 WS-NEW-ID-SW                      PIC X VALUE 'N'.
          88 WS-NEW-ID                           VALUE 'Y'.
       01 WS-CURRENT-BRANCH                 PIC X(6) VALUE SPACES.
       01 WS-BRANCH-MANAGER                 PIC X(8).
       01 WS-BRANCH-COUNT                   PIC 9(5) VALUE 0.
       01 WS-TXN-PCT                        PIC 9(5) VALUE 0.
       01 WS-DAILY-PCT                      PIC 9(5) VALUE 0.
       01 OPER-DETAIL-LINE.
          03 FILLER                         PIC X(11)
                                                 VALUE 'OPRCERT - '.
          03 ODL-USERID                     PIC X(8).
          03 FILLER                         PIC X(3) VALUE SPACES.
          03 ODL-ROLE                       PIC X.
          03 FILLER                         PIC X(1) VALUE SPACES.
          03 ODL-TXN-LIMIT                  PIC Z(9)9.99.
          03 FILLER                         PIC X(1) VALUE SPACES.
          03 ODL-DAILY-LIMIT                PIC Z(9)9.99.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 ODL-LAST-ACTIVITY              PIC 9(8).
          03 FILLER                         PIC X(1) VALUE SPACES.
          03 ODL-IDLE-DAYS                  PIC ZZZZ9.
          03 FILLER                         PIC X(1) VALUE SPACES.
          03 ODL-OVERRIDES                  PIC ZZZZ9.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 ODL-TXN-PCT                    PIC ZZZZ9.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 ODL-DAILY-PCT                  PIC ZZZZ9.
          03 FILLER                         PIC X(2) VALUE SPACES.
          03 ODL-REMARK                     PIC X(16).
       01 OPERATORS-LISTED                  PIC 9(8) VALUE 0.
       01 OPERATORS-SUSPENDED               PIC 9(8) VALUE 0.
       01 OPERATORS-NEW                     PIC 9(8) VALUE 0.
       01 OPERATORS-ALREADY-LISTED          PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.
           PERFORM GET-SORTCODE-CONFIG.
           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-X = (2000 + WS-RUN-DATE-YY) * 10000
              + WS-RUN-DATE-MM * 100 + WS-RUN-DATE-DD.
           MOVE WS-RUN-DATE-X TO HV-RUN-BUSDATE.
           COMPUTE WS-CYCLE-CCYY = 2000 + WS-RUN-DATE-YY.
           COMPUTE WS-CYCLE-QTR = (WS-RUN-DATE-MM + 2) / 3.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
              - WS-REVIEW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-PERIOD-START-X.
           MOVE WS-PERIOD-START-X TO HV-PERIOD-START.
           PERFORM GET-DORMANT-DAYS-CONFIG.
           DISPLAY 'OPRCERT - OPERATOR ACCESS RECERTIFICATION '
              WS-CYCLE ' - REVIEW PERIOD FROM ' WS-PERIOD-START-X.
           DISPLAY 'OPRCERT - IDS IDLE OVER ' WS-DORMANT-DAYS
              ' DAYS ARE SUSPENDED'.
           PERFORM REGISTER-RUN-START.
           EXEC SQL OPEN OPER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           PERFORM REVIEW-ONE-OPERATOR UNTIL WS-NO-MORE-OPERATORS.
           EXEC SQL CLOSE OPER-CURSOR
           END-EXEC.
           IF WS-CURRENT-BRANCH NOT = SPACES
              PERFORM WRITE-BRANCH-SIGNOFF
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           DISPLAY 'OPRCERT - OPERATORS LISTED:    ' OPERATORS-LISTED.
           DISPLAY 'OPRCERT - SUSPENDED (DORMANT): '
              OPERATORS-SUSPENDED.
           DISPLAY 'OPRCERT - NEW, NOT YET ACTIVE: ' OPERATORS-NEW.
           DISPLAY 'OPRCERT - ALREADY ON CYCLE:    '
              OPERATORS-ALREADY-LISTED.
           PERFORM REGISTER-RUN-END.
           STOP RUN.
       P999.
           EXIT.
       REVIEW-ONE-OPERATOR SECTION.
       ROO010.
           EXEC SQL FETCH OPER-CURSOR
              INTO :HV-OP-SORTCODE, :HV-OP-USERID,
                   :HV-OP-ROLE, :HV-OP-TXN-LIMIT,
                   :HV-OP-DAILY-LIMIT, :HV-OP-STATUS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EXIT-SW
              GO TO ROO999
           END-IF
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF
           IF HV-OP-SORTCODE NOT = WS-CURRENT-BRANCH
              IF WS-CURRENT-BRANCH NOT = SPACES
                 PERFORM WRITE-BRANCH-SIGNOFF
              END-IF
              MOVE HV-OP-SORTCODE TO WS-CURRENT-BRANCH
              PERFORM WRITE-BRANCH-HEADER
           END-IF.
           PERFORM GET-LAST-ACTIVITY.
           PERFORM GET-QUARTER-USAGE.
           INITIALIZE HOST-OPERCERT-ROW.
           MOVE 'N' TO HV-OC-AUTO-SUSP.
           PERFORM CHECK-DORMANT.
           IF WS-DORMANT AND HV-OP-STATUS NOT = 'S'
              PERFORM SUSPEND-OPERATOR
           END-IF.
           PERFORM RECORD-CERT-ENTRY.
           PERFORM WRITE-OPERATOR-LINE.
           ADD 1 TO OPERATORS-LISTED.
           ADD 1 TO WS-BRANCH-COUNT.
       ROO999.
           EXIT.
      *
      *    Last sighting of the ID anywhere it leaves a trace: the
      *    transactions it posted, the tills it balanced and the
      *    overrides it asked for or gave.
      *
       GET-LAST-ACTIVITY SECTION.
       GLA010.
           MOVE 0 TO WS-LAST-ACTIVITY-X.
           MOVE SPACES TO HV-LAST-PROC-DATE.
           MOVE 0 TO HV-LAST-PROC-IND.
           EXEC SQL
              SELECT MAX(SUBSTR(PROCTRAN_DATE, 7, 4)
                         CONCAT SUBSTR(PROCTRAN_DATE, 4, 2)
                         CONCAT SUBSTR(PROCTRAN_DATE, 1, 2))
              INTO :HV-LAST-PROC-DATE :HV-LAST-PROC-IND
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-OP-SORTCODE
              AND PROCTRAN_USERID = :HV-OP-USERID
           END-EXEC.
           IF SQLCODE = 0 AND HV-LAST-PROC-IND >= 0
              AND HV-LAST-PROC-DATE NUMERIC
              MOVE HV-LAST-PROC-DATE TO WS-LAST-ACTIVITY-X
           END-IF.
           MOVE 0 TO HV-LAST-TILL-DATE.
           MOVE 0 TO HV-LAST-TILL-IND.
           EXEC SQL
              SELECT MAX(TILL_DATE)
              INTO :HV-LAST-TILL-DATE :HV-LAST-TILL-IND
              FROM TILL
              WHERE TILL_SORTCODE = :HV-OP-SORTCODE
              AND TILL_TELLER = :HV-OP-USERID
           END-EXEC.
           IF SQLCODE = 0 AND HV-LAST-TILL-IND >= 0
              AND HV-LAST-TILL-DATE > WS-LAST-ACTIVITY-X
              MOVE HV-LAST-TILL-DATE TO WS-LAST-ACTIVITY-X
           END-IF.
           MOVE 0 TO HV-LAST-OVR-DATE.
           MOVE 0 TO HV-LAST-OVR-IND.
           EXEC SQL
              SELECT MAX(OVERRIDE_DATE)
              INTO :HV-LAST-OVR-DATE :HV-LAST-OVR-IND
              FROM OVERRIDE
              WHERE OVERRIDE_SORTCODE = :HV-OP-SORTCODE
              AND (OVERRIDE_TELLER = :HV-OP-USERID
                   OR OVERRIDE_SUPERVISOR = :HV-OP-USERID)
           END-EXEC.
           IF SQLCODE = 0 AND HV-LAST-OVR-IND >= 0
              AND HV-LAST-OVR-DATE > WS-LAST-ACTIVITY-X
              MOVE HV-LAST-OVR-DATE TO WS-LAST-ACTIVITY-X
           END-IF.
           MOVE 0 TO WS-IDLE-DAYS.
           IF WS-LAST-ACTIVITY-X > 0
              COMPUTE WS-IDLE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-X)
                 - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY-X)
           END-IF.
       GLA999.
           EXIT.
      *
      *    Overrides the operator needed in the quarter, and the
      *    largest single and daily till movement against the
      *    limits DBCRFUN and XFRFUN apply.
      *
       GET-QUARTER-USAGE SECTION.
       GQU010.
           MOVE 0 TO HV-OC-OVERRIDES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OC-OVERRIDES
              FROM OVERRIDE
              WHERE OVERRIDE_SORTCODE = :HV-OP-SORTCODE
              AND OVERRIDE_TELLER = :HV-OP-USERID
              AND OVERRIDE_DATE >= :HV-PERIOD-START
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO HV-OC-OVERRIDES
           END-IF.
           MOVE 0 TO HV-OC-PEAK-TXN.
           MOVE 0 TO HV-PEAK-TXN-IND.
           EXEC SQL
              SELECT MAX(ABS(TILLMOVE_AMOUNT))
              INTO :HV-OC-PEAK-TXN :HV-PEAK-TXN-IND
              FROM TILLMOVE
              WHERE TILLMOVE_SORTCODE = :HV-OP-SORTCODE
              AND TILLMOVE_TELLER = :HV-OP-USERID
              AND TILLMOVE_DATE >= :HV-PERIOD-START
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-PEAK-TXN-IND < 0
              MOVE 0 TO HV-OC-PEAK-TXN
           END-IF.
           MOVE 0 TO HV-OC-PEAK-DAILY.
           MOVE 0 TO HV-PEAK-DAILY-IND.
           EXEC SQL
              SELECT MAX(D.DAY_TOTAL)
              INTO :HV-OC-PEAK-DAILY :HV-PEAK-DAILY-IND
              FROM (SELECT SUM(ABS(TILLMOVE_AMOUNT)) AS DAY_TOTAL
                    FROM TILLMOVE
                    WHERE TILLMOVE_SORTCODE = :HV-OP-SORTCODE
                    AND TILLMOVE_TELLER = :HV-OP-USERID
                    AND TILLMOVE_DATE >= :HV-PERIOD-START
                    GROUP BY TILLMOVE_DATE) AS D
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-PEAK-DAILY-IND < 0
              MOVE 0 TO HV-OC-PEAK-DAILY
           END-IF.
           MOVE 0 TO WS-TXN-PCT.
           IF HV-OP-TXN-LIMIT > 0
              COMPUTE WS-TXN-PCT ROUNDED =
                 HV-OC-PEAK-TXN * 100 / HV-OP-TXN-LIMIT
                 ON SIZE ERROR
                    MOVE 99999 TO WS-TXN-PCT
              END-COMPUTE
           END-IF.
           MOVE 0 TO WS-DAILY-PCT.
           IF HV-OP-DAILY-LIMIT > 0
              COMPUTE WS-DAILY-PCT ROUNDED =
                 HV-OC-PEAK-DAILY * 100 / HV-OP-DAILY-LIMIT
                 ON SIZE ERROR
                    MOVE 99999 TO WS-DAILY-PCT
              END-COMPUTE
           END-IF.
       GQU999.
           EXIT.
       CHECK-DORMANT SECTION.
       CD010.
           MOVE 'N' TO WS-DORMANT-SW.
           MOVE 'N' TO WS-NEW-ID-SW.
           IF WS-LAST-ACTIVITY-X > 0
              IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                 MOVE 'Y' TO WS-DORMANT-SW
              END-IF
              GO TO CD999
           END-IF.
      *
      *    Never seen. Suspend it only if it was already on an
      *    earlier quarter's listing; otherwise it is a new starter.
      *
           MOVE 0 TO HV-PRIOR-CERTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-PRIOR-CERTS
              FROM OPERCERT
              WHERE OPERCERT_SORTCODE = :HV-OP-SORTCODE
              AND OPERCERT_USERID = :HV-OP-USERID
              AND OPERCERT_CYCLE < :WS-CYCLE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           IF HV-PRIOR-CERTS > 0
              MOVE 'Y' TO WS-DORMANT-SW
           ELSE
              MOVE 'Y' TO WS-NEW-ID-SW
              ADD 1 TO OPERATORS-NEW
           END-IF.
       CD999.
           EXIT.
       SUSPEND-OPERATOR SECTION.
       SO010.
           EXEC SQL
              UPDATE OPERPROF
              SET OPERPROF_STATUS = 'S'
              WHERE OPERPROF_SORTCODE = :HV-OP-SORTCODE
              AND OPERPROF_USERID = :HV-OP-USERID
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
           MOVE 'S' TO HV-OP-STATUS.
           MOVE 'Y' TO HV-OC-AUTO-SUSP.
           ADD 1 TO OPERATORS-SUSPENDED.
       SO999.
           EXIT.
      *
      *    The entitlements as listed, awaiting the manager's
      *    decision. A rerun in the same quarter keeps the row, and
      *    any decision, already there.
      *
       RECORD-CERT-ENTRY SECTION.
       RCE010.
           MOVE HV-OP-SORTCODE TO HV-OC-SORTCODE.
           MOVE WS-CYCLE TO HV-OC-CYCLE.
           MOVE HV-OP-USERID TO HV-OC-USERID.
           MOVE HV-OP-ROLE TO HV-OC-ROLE.
           MOVE HV-OP-TXN-LIMIT TO HV-OC-TXN-LIMIT.
           MOVE HV-OP-DAILY-LIMIT TO HV-OC-DAILY-LIMIT.
           MOVE WS-LAST-ACTIVITY-X TO HV-OC-LAST-ACTIVITY.
           MOVE HV-OP-STATUS TO HV-OC-OPER-STATUS.
           MOVE 'P' TO HV-OC-DECISION.
           MOVE WS-RUN-DATE-X TO HV-OC-LISTED-DATE.
           EXEC SQL
              INSERT INTO OPERCERT
                     (
                      OPERCERT_SORTCODE,
                      OPERCERT_CYCLE,
                      OPERCERT_USERID,
                      OPERCERT_ROLE,
                      OPERCERT_TXN_LIMIT,
                      OPERCERT_DAILY_LIMIT,
                      OPERCERT_LAST_ACTIVITY,
                      OPERCERT_OVERRIDES,
                      OPERCERT_PEAK_TXN,
                      OPERCERT_PEAK_DAILY,
                      OPERCERT_OPER_STATUS,
                      OPERCERT_AUTO_SUSP,
                      OPERCERT_DECISION,
                      OPERCERT_LISTED_DATE,
                      OPERCERT_DECIDED_BY,
                      OPERCERT_DECIDED_DATE,
                      OPERCERT_NEW_TXN_LIMIT,
                      OPERCERT_NEW_DAILY_LIMIT,
                      OPERCERT_COMMENT
                     )
              VALUES
                     (
                      :HV-OC-SORTCODE,
                      :HV-OC-CYCLE,
                      :HV-OC-USERID,
                      :HV-OC-ROLE,
                      :HV-OC-TXN-LIMIT,
                      :HV-OC-DAILY-LIMIT,
                      :HV-OC-LAST-ACTIVITY,
                      :HV-OC-OVERRIDES,
                      :HV-OC-PEAK-TXN,
                      :HV-OC-PEAK-DAILY,
                      :HV-OC-OPER-STATUS,
                      :HV-OC-AUTO-SUSP,
                      :HV-OC-DECISION,
                      :HV-OC-LISTED-DATE,
                      ' ',
                      0,
                      0,
                      0,
                      ' '
                     )
           END-EXEC.
           IF SQLCODE = -803
              ADD 1 TO OPERATORS-ALREADY-LISTED
              GO TO RCE999
           END-IF.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RCE999.
           EXIT.
       WRITE-BRANCH-HEADER SECTION.
       WBH010.
           MOVE 0 TO WS-BRANCH-COUNT.
           PERFORM GET-BRANCH-MANAGER-CONFIG.
           DISPLAY 'OPRCERT - '.
           DISPLAY 'OPRCERT - BRANCH ' WS-CURRENT-BRANCH
              ' ACCESS RECERTIFICATION ' WS-CYCLE
              ' FOR SIGN-OFF BY ' WS-BRANCH-MANAGER.
           DISPLAY 'OPRCERT - USERID   ROLE   TXN LIMIT   DAILY LIMIT'
              '  LAST ACT  IDLE  OVRS  TXN%  DAY%  REMARK'.
       WBH999.
           EXIT.
       WRITE-BRANCH-SIGNOFF SECTION.
       WBS010.
           DISPLAY 'OPRCERT - ' WS-BRANCH-COUNT
              ' OPERATORS LISTED FOR BRANCH ' WS-CURRENT-BRANCH.
           DISPLAY 'OPRCERT - RECORD EACH DECISION THROUGH OPRCMNT '
              'AND SIGN BELOW.'.
           DISPLAY 'OPRCERT - BRANCH MANAGER SIGNATURE '
              '____________________  DATE __________'.
       WBS999.
           EXIT.
       WRITE-OPERATOR-LINE SECTION.
       WOL010.
           MOVE HV-OP-USERID TO ODL-USERID.
           MOVE HV-OP-ROLE TO ODL-ROLE.
           MOVE HV-OP-TXN-LIMIT TO ODL-TXN-LIMIT.
           MOVE HV-OP-DAILY-LIMIT TO ODL-DAILY-LIMIT.
           MOVE WS-LAST-ACTIVITY-X TO ODL-LAST-ACTIVITY.
           MOVE WS-IDLE-DAYS TO ODL-IDLE-DAYS.
           MOVE HV-OC-OVERRIDES TO ODL-OVERRIDES.
           MOVE WS-TXN-PCT TO ODL-TXN-PCT.
           MOVE WS-DAILY-PCT TO ODL-DAILY-PCT.
           EVALUATE TRUE
              WHEN HV-OC-AUTO-SUSP = 'Y'
                 MOVE 'SUSPENDED - IDLE' TO ODL-REMARK
              WHEN HV-OP-STATUS = 'S'
                 MOVE 'SUSPENDED' TO ODL-REMARK
              WHEN WS-NEW-ID
                 MOVE 'NEW - NOT USED' TO ODL-REMARK
              WHEN WS-TXN-PCT > 100 OR WS-DAILY-PCT > 100
                 MOVE 'OVER LIMIT' TO ODL-REMARK
              WHEN OTHER
                 MOVE SPACES TO ODL-REMARK
           END-EVALUATE.
           DISPLAY OPER-DETAIL-LINE.
       WOL999.
           EXIT.
       GET-BRANCH-MANAGER-CONFIG SECTION.
       GBMC010.
           MOVE 'UNNAMED' TO WS-BRANCH-MANAGER.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING WS-CURRENT-BRANCH DELIMITED BY SIZE,
                  '-BRANCH-MANAGER' DELIMITED BY SIZE
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
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR TO WS-BRANCH-MANAGER
           END-IF.
       GBMC999.
           EXIT.
       GET-DORMANT-DAYS-CONFIG SECTION.
       GDDC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-OPER-DORMANT-DAYS' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-DORMANT-DAYS
           END-IF.
       GDDC999.
           EXIT.
       REGISTER-RUN-START SECTION.
       RRS010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE SPACE TO HV-RUN-STATUS.
           EXEC SQL
              SELECT BATCHRUN_STATUS
              INTO :HV-RUN-STATUS
              FROM BATCHRUN
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-RUN-STATUS = 'C'
                 DISPLAY 'OPRCERT - STEP ALREADY COMPLETED FOR '
                    'BUSINESS DATE ' HV-RUN-BUSDATE
                    ' - RUN REFUSED'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              WHEN SQLCODE = 0
                 MOVE WS-BR-TIME TO HV-RUN-TIME
                 EXEC SQL
                    UPDATE BATCHRUN
                    SET BATCHRUN_STATUS = 'R',
                        BATCHRUN_START_TIME = :HV-RUN-TIME,
                        BATCHRUN_END_TIME = 0
                    WHERE BATCHRUN_STEP = :WS-RUN-STEP
                    AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
                 END-EXEC
              WHEN SQLCODE = +100
                 MOVE WS-BR-TIME TO HV-RUN-TIME
                 EXEC SQL
                    INSERT INTO BATCHRUN
                           (BATCHRUN_STEP, BATCHRUN_BUSINESS_DATE,
                            BATCHRUN_START_TIME, BATCHRUN_END_TIME,
                            BATCHRUN_STATUS, BATCHRUN_COUNT1,
                            BATCHRUN_COUNT2)
                    VALUES
                           (:WS-RUN-STEP, :HV-RUN-BUSDATE,
                            :HV-RUN-TIME, 0, 'R', 0, 0)
                 END-EXEC
              WHEN OTHER
                 PERFORM ABEND-THIS-RUN
           END-EVALUATE.
           IF SQLCODE NOT = 0
              PERFORM ABEND-THIS-RUN
           END-IF.
       RRS999.
           EXIT.
       REGISTER-RUN-END SECTION.
       RRE010.
           ACCEPT WS-BR-TIME FROM TIME.
           MOVE WS-BR-TIME TO HV-RUN-TIME.
           MOVE OPERATORS-LISTED TO HV-RUN-COUNT1.
           MOVE OPERATORS-SUSPENDED TO HV-RUN-COUNT2.
           EXEC SQL
              UPDATE BATCHRUN
              SET BATCHRUN_STATUS = 'C',
                  BATCHRUN_END_TIME = :HV-RUN-TIME,
                  BATCHRUN_COUNT1 = :HV-RUN-COUNT1,
                  BATCHRUN_COUNT2 = :HV-RUN-COUNT2
              WHERE BATCHRUN_STEP = :WS-RUN-STEP
              AND BATCHRUN_BUSINESS_DATE = :HV-RUN-BUSDATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'OPRCERT - UNABLE TO CLOSE RUN-CONTROL ENTRY. '
                 'SQLCODE=' SQLCODE
           END-IF.
           EXEC SQL COMMIT
           END-EXEC.
       RRE999.
           EXIT.
       ABEND-THIS-RUN SECTION.
       ATR010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'OPRCERT - UNRECOVERABLE DB2 ERROR. SQLCODE='
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
