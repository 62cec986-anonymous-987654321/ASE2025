       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Operator access recertification decisions. OPRCERT lists
      *    each operator once a quarter on OPERCERT as pending; the
      *    branch manager (CONTROL <sortcode>-BRANCH-MANAGER) then
      *    confirms the access as right, revokes it, or amends the
      *    limits. The decision, who made it and when are kept on
      *    the OPERCERT row as audit evidence and cannot be changed
      *    once made. Revoking suspends the profile; confirming an
      *    ID that is suspended reinstates it; amending sets the new
      *    limits on OPERPROF.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
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
          03 HV-OC-AUTO-SUSP                PIC X.
          03 HV-OC-DECISION                 PIC X.
          03 HV-OC-DECIDED-BY               PIC X(8).
          03 HV-OC-DECIDED-DATE             PIC S9(8).
          03 HV-OC-NEW-TXN-LIMIT            PIC S9(10)V99.
          03 HV-OC-NEW-DAILY-LIMIT          PIC S9(10)V99.
          03 HV-OC-COMMENT                  PIC X(40).
       01 HV-OP-STATUS                      PIC X.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-USERID                     PIC X(8).
       01 WS-CYCLE.
          03 WS-CYCLE-CCYY              PIC 9999.
          03 FILLER                     PIC X VALUE 'Q'.
          03 WS-CYCLE-QTR               PIC 9.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-INQUIRE-CERT          VALUE 'I'.
             88 COMM-CONFIRM-ACCESS        VALUE 'C'.
             88 COMM-REVOKE-ACCESS         VALUE 'R'.
             88 COMM-AMEND-LIMITS          VALUE 'A'.
          03 COMM-CYCLE               PIC X(6).
          03 COMM-USERID              PIC X(8).
          03 COMM-NEW-TXN-LIMIT       PIC S9(10)V99.
          03 COMM-NEW-DAILY-LIMIT     PIC S9(10)V99.
          03 COMM-COMMENT             PIC X(40).
          03 COMM-ROLE                PIC X.
          03 COMM-TXN-LIMIT           PIC S9(10)V99.
          03 COMM-DAILY-LIMIT         PIC S9(10)V99.
          03 COMM-LAST-ACTIVITY       PIC 9(8).
          03 COMM-OVERRIDES           PIC 9(5).
          03 COMM-PEAK-TXN            PIC S9(10)V99.
          03 COMM-PEAK-DAILY          PIC S9(13)V99.
          03 COMM-OPER-STATUS         PIC X.
          03 COMM-AUTO-SUSP           PIC X.
          03 COMM-DECISION            PIC X.
          03 COMM-DECIDED-BY          PIC X(8).
          03 COMM-DECIDED-DATE        PIC 9(8).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           IF COMM-USERID = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           IF COMM-CYCLE = SPACES
              MOVE WS-ORIG-DATE-YYYY TO WS-CYCLE-CCYY
              COMPUTE WS-CYCLE-QTR = (WS-ORIG-DATE-MM + 2) / 3
              MOVE WS-CYCLE TO COMM-CYCLE
           END-IF.
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN
              USERID(WS-USERID)
           END-EXEC.
           MOVE SORTCODE TO HV-OC-SORTCODE.
           MOVE COMM-CYCLE TO HV-OC-CYCLE.
           MOVE COMM-USERID TO HV-OC-USERID.
           EVALUATE TRUE
              WHEN COMM-INQUIRE-CERT
                 PERFORM INQUIRE-CERT
              WHEN COMM-CONFIRM-ACCESS
              WHEN COMM-REVOKE-ACCESS
              WHEN COMM-AMEND-LIMITS
                 PERFORM RECORD-DECISION
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       INQUIRE-CERT SECTION.
       IC010.
           PERFORM READ-CERT-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IC999
           END-IF.
           PERFORM RETURN-CERT-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IC999.
           EXIT.
       RECORD-DECISION SECTION.
       RD010.
           PERFORM CHECK-BRANCH-MANAGER.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RD999
           END-IF.
           IF COMM-AMEND-LIMITS
              IF COMM-NEW-TXN-LIMIT NOT NUMERIC
                 OR COMM-NEW-DAILY-LIMIT NOT NUMERIC
                 OR COMM-NEW-TXN-LIMIT < 0
                 OR COMM-NEW-DAILY-LIMIT < 0
                 MOVE '4' TO COMM-FAIL-CODE
                 GO TO RD999
              END-IF
           END-IF.
           PERFORM READ-CERT-ENTRY.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RD999
           END-IF.
           IF HV-OC-DECISION NOT = 'P'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO RD999
           END-IF.
           MOVE COMM-FUNCTION TO HV-OC-DECISION.
           MOVE WS-USERID TO HV-OC-DECIDED-BY.
           MOVE WS-TODAY-YYYYMMDD TO HV-OC-DECIDED-DATE.
           MOVE COMM-COMMENT TO HV-OC-COMMENT.
           MOVE 0 TO HV-OC-NEW-TXN-LIMIT.
           MOVE 0 TO HV-OC-NEW-DAILY-LIMIT.
           IF COMM-AMEND-LIMITS
              MOVE COMM-NEW-TXN-LIMIT TO HV-OC-NEW-TXN-LIMIT
              MOVE COMM-NEW-DAILY-LIMIT TO HV-OC-NEW-DAILY-LIMIT
           END-IF.
           PERFORM APPLY-DECISION.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RD999
           END-IF.
           EXEC SQL
              UPDATE OPERCERT
              SET OPERCERT_DECISION = :HV-OC-DECISION,
                  OPERCERT_DECIDED_BY = :HV-OC-DECIDED-BY,
                  OPERCERT_DECIDED_DATE = :HV-OC-DECIDED-DATE,
                  OPERCERT_NEW_TXN_LIMIT = :HV-OC-NEW-TXN-LIMIT,
                  OPERCERT_NEW_DAILY_LIMIT = :HV-OC-NEW-DAILY-LIMIT,
                  OPERCERT_COMMENT = :HV-OC-COMMENT
              WHERE OPERCERT_SORTCODE = :HV-OC-SORTCODE
              AND OPERCERT_CYCLE = :HV-OC-CYCLE
              AND OPERCERT_USERID = :HV-OC-USERID
              AND OPERCERT_DECISION = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'OPRCMNT - UNABLE TO RECORD DECISION FOR '
                 HV-OC-USERID ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              PERFORM BACK-OUT-DECISION
              GO TO RD999
           END-IF.
           PERFORM RETURN-CERT-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       RD999.
           EXIT.
      *
      *    Bring the operator profile into line with the decision.
      *
       APPLY-DECISION SECTION.
       AD010.
           EVALUATE TRUE
              WHEN COMM-REVOKE-ACCESS
                 EXEC SQL
                    UPDATE OPERPROF
                    SET OPERPROF_STATUS = 'S'
                    WHERE OPERPROF_SORTCODE = :HV-OC-SORTCODE
                    AND OPERPROF_USERID = :HV-OC-USERID
                 END-EXEC
              WHEN COMM-AMEND-LIMITS
                 EXEC SQL
                    UPDATE OPERPROF
                    SET OPERPROF_TXN_LIMIT = :HV-OC-NEW-TXN-LIMIT,
                        OPERPROF_DAILY_LIMIT = :HV-OC-NEW-DAILY-LIMIT,
                        OPERPROF_STATUS = 'A'
                    WHERE OPERPROF_SORTCODE = :HV-OC-SORTCODE
                    AND OPERPROF_USERID = :HV-OC-USERID
                 END-EXEC
              WHEN OTHER
                 EXEC SQL
                    UPDATE OPERPROF
                    SET OPERPROF_STATUS = 'A'
                    WHERE OPERPROF_SORTCODE = :HV-OC-SORTCODE
                    AND OPERPROF_USERID = :HV-OC-USERID
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO AD999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'OPRCMNT - UNABLE TO UPDATE OPERPROF FOR '
                 HV-OC-USERID ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       AD999.
           EXIT.
      *
      *    Only the branch's named manager may sign off access, and
      *    never for their own ID.
      *
       CHECK-BRANCH-MANAGER SECTION.
       CBM010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
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
           IF SQLCODE NOT = 0
              OR HV-CONTROL-VALUE-STR(1:8) NOT = WS-USERID
              OR WS-USERID = SPACES
              DISPLAY 'OPRCMNT: Operator ' WS-USERID
                 ' is not the branch manager - decision refused.'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO CBM999
           END-IF.
           IF WS-USERID = COMM-USERID
              DISPLAY 'OPRCMNT: Operator ' WS-USERID
                 ' may not recertify their own access.'
              MOVE '7' TO COMM-FAIL-CODE
           END-IF.
       CBM999.
           EXIT.
       READ-CERT-ENTRY SECTION.
       RCE010.
           EXEC SQL
              SELECT OPERCERT_ROLE, OPERCERT_TXN_LIMIT,
                     OPERCERT_DAILY_LIMIT, OPERCERT_LAST_ACTIVITY,
                     OPERCERT_OVERRIDES, OPERCERT_PEAK_TXN,
                     OPERCERT_PEAK_DAILY, OPERCERT_AUTO_SUSP,
                     OPERCERT_DECISION, OPERCERT_DECIDED_BY,
                     OPERCERT_DECIDED_DATE
              INTO :HV-OC-ROLE, :HV-OC-TXN-LIMIT,
                   :HV-OC-DAILY-LIMIT, :HV-OC-LAST-ACTIVITY,
                   :HV-OC-OVERRIDES, :HV-OC-PEAK-TXN,
                   :HV-OC-PEAK-DAILY, :HV-OC-AUTO-SUSP,
                   :HV-OC-DECISION, :HV-OC-DECIDED-BY,
                   :HV-OC-DECIDED-DATE
              FROM OPERCERT
              WHERE OPERCERT_SORTCODE = :HV-OC-SORTCODE
              AND OPERCERT_CYCLE = :HV-OC-CYCLE
              AND OPERCERT_USERID = :HV-OC-USERID
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RCE999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RCE999.
           EXIT.
       RETURN-CERT-DETAILS SECTION.
       RCD010.
           MOVE SPACE TO HV-OP-STATUS.
           EXEC SQL
              SELECT OPERPROF_STATUS
              INTO :HV-OP-STATUS
              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-OC-SORTCODE
              AND OPERPROF_USERID = :HV-OC-USERID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SPACE TO HV-OP-STATUS
           END-IF.
           MOVE HV-OC-ROLE TO COMM-ROLE.
           MOVE HV-OC-TXN-LIMIT TO COMM-TXN-LIMIT.
           MOVE HV-OC-DAILY-LIMIT TO COMM-DAILY-LIMIT.
           MOVE HV-OC-LAST-ACTIVITY TO COMM-LAST-ACTIVITY.
           MOVE HV-OC-OVERRIDES TO COMM-OVERRIDES.
           MOVE HV-OC-PEAK-TXN TO COMM-PEAK-TXN.
           MOVE HV-OC-PEAK-DAILY TO COMM-PEAK-DAILY.
           MOVE HV-OP-STATUS TO COMM-OPER-STATUS.
           MOVE HV-OC-AUTO-SUSP TO COMM-AUTO-SUSP.
           MOVE HV-OC-DECISION TO COMM-DECISION.
           MOVE HV-OC-DECIDED-BY TO COMM-DECIDED-BY.
           MOVE HV-OC-DECIDED-DATE TO COMM-DECIDED-DATE.
       RCD999.
           EXIT.
       BACK-OUT-DECISION SECTION.
       BOD010.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
       BOD999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     DATESEP
           END-EXEC.
       PTD999.
           EXIT.
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
       GMOOH999.
           EXIT.
       GET-SORTCODE-CONFIG SECTION.
       GSC010.
           MOVE 0 TO GETSCODE-SORTCODE.
           MOVE SPACE TO GETSCODE-SUCCESS.
           MOVE SPACE TO GETSCODE-FAIL-CD.
           EXEC CICS LINK PROGRAM(WS-GETSCODE-PGM)
                     COMMAREA(GETSCODE-COMMAREA)
                     RESP(WS-GSC-RESP)
                     RESP2(WS-GSC-RESP2)
           END-EXEC.
           IF WS-GSC-RESP = DFHRESP(NORMAL) AND GETSCODE-SUCCESS = 'Y'
              MOVE GETSCODE-SORTCODE TO SORTCODE
           END-IF.
       GSC999.
           EXIT.
