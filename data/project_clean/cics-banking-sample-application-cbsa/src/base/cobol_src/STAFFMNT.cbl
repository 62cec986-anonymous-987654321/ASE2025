       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Staff account register. Every member of staff with an
      *    operator profile is linked to their own customer record
      *    (relation SELF) and to any customers they have declared
      *    as connected to them - spouse, family, business partner
      *    and so on. The register is maintained by compliance and
      *    drives the daily staff-dealing surveillance run.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HOST-STAFFLNK-ROW.
          03 HV-SL-SORTCODE             PIC X(6).
          03 HV-SL-USERID               PIC X(8).
          03 HV-SL-CUSTOMER             PIC X(10).
          03 HV-SL-RELATION             PIC X(8).
          03 HV-SL-STATUS               PIC X.
          03 HV-SL-DECLARED-DATE        PIC S9(8).
          03 HV-SL-DECLARED-BY          PIC X(8).
          03 HV-SL-REMOVED-DATE         PIC S9(8).
          03 HV-SL-REMOVED-BY           PIC X(8).
       01 HV-SL-ACTIVE-COUNT            PIC S9(9) COMP.
       01 HV-OP-ROLE                    PIC X.
       01 HV-OP-USERID                  PIC X(8).
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
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
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-FUNCTION            PIC X.
             88 COMM-LINK-OWN              VALUE 'S'.
             88 COMM-ADD-CONNECTED         VALUE 'A'.
             88 COMM-REMOVE-LINK           VALUE 'R'.
             88 COMM-INQUIRE-LINK          VALUE 'I'.
          03 COMM-USERID              PIC X(8).
          03 COMM-CUSTNO              PIC 9(10).
          03 COMM-RELATION            PIC X(8).
             88 COMM-RELATION-VALID        VALUE 'SPOUSE  '
                                                 'FAMILY  '
                                                 'BUSINESS'
                                                 'OTHER   '.
          03 COMM-STATUS              PIC X.
          03 COMM-DECLARED-DATE       PIC 9(8).
          03 COMM-DECLARED-BY         PIC X(8).
          03 COMM-REMOVED-DATE        PIC 9(8).
          03 COMM-REMOVED-BY          PIC X(8).
          03 COMM-ACTIVE-LINKS        PIC 9(4).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           IF COMM-USERID = SPACES
              OR COMM-CUSTNO NOT NUMERIC OR COMM-CUSTNO = 0
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SORTCODE TO HV-SL-SORTCODE.
           PERFORM CHECK-COMPLIANCE-ROLE.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           MOVE COMM-USERID TO HV-SL-USERID.
           MOVE COMM-CUSTNO TO HV-SL-CUSTOMER.
           EVALUATE TRUE
              WHEN COMM-LINK-OWN
                 PERFORM LINK-OWN-RECORD
              WHEN COMM-ADD-CONNECTED
                 PERFORM ADD-CONNECTED
              WHEN COMM-REMOVE-LINK
                 PERFORM REMOVE-LINK
              WHEN COMM-INQUIRE-LINK
                 PERFORM INQUIRE-LINK
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM COUNT-ACTIVE-LINKS.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       CHECK-COMPLIANCE-ROLE SECTION.
       CCR010.
      *
      *    Only compliance may change the register, and nobody may
      *    change their own entries - the staff member being
      *    registered must also hold an operator profile here.
      *
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN
              USERID(WS-USERID)
           END-EXEC.
           IF COMM-INQUIRE-LINK
              GO TO CCR020
           END-IF.
           MOVE WS-USERID TO HV-OP-USERID.
           MOVE SPACE TO HV-OP-ROLE.
           EXEC SQL
              SELECT OPERPROF_ROLE
              INTO :HV-OP-ROLE
              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-SL-SORTCODE
              AND OPERPROF_USERID = :HV-OP-USERID
              AND OPERPROF_STATUS <> 'S'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-OP-ROLE NOT = 'C'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO CCR999
           END-IF.
           IF WS-USERID = COMM-USERID
              DISPLAY 'STAFFMNT: Operator ' WS-USERID
                 ' may not maintain their own register entries.'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO CCR999
           END-IF.
       CCR020.
           MOVE COMM-USERID TO HV-OP-USERID.
           EXEC SQL
              SELECT OPERPROF_ROLE
              INTO :HV-OP-ROLE
              FROM OPERPROF
              WHERE OPERPROF_SORTCODE = :HV-SL-SORTCODE
              AND OPERPROF_USERID = :HV-OP-USERID
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO CCR999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       CCR999.
           EXIT.
       LINK-OWN-RECORD SECTION.
       LOR010.
      *
      *    A member of staff has exactly one SELF link at a time.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SL-ACTIVE-COUNT
              FROM STAFFLNK
              WHERE STAFFLNK_SORTCODE = :HV-SL-SORTCODE
              AND STAFFLNK_USERID = :HV-SL-USERID
              AND STAFFLNK_RELATION = 'SELF'
              AND STAFFLNK_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO LOR999
           END-IF.
           IF HV-SL-ACTIVE-COUNT > 0
              MOVE '6' TO COMM-FAIL-CODE
              GO TO LOR999
           END-IF.
           MOVE 'SELF' TO HV-SL-RELATION.
           PERFORM DECLARE-LINK.
       LOR999.
           EXIT.
       ADD-CONNECTED SECTION.
       AC010.
           IF NOT COMM-RELATION-VALID
              MOVE '4' TO COMM-FAIL-CODE
              GO TO AC999
           END-IF.
           MOVE COMM-RELATION TO HV-SL-RELATION.
           PERFORM DECLARE-LINK.
       AC999.
           EXIT.
       DECLARE-LINK SECTION.
       DL010.
      *
      *    A link previously removed is reinstated in place rather
      *    than written a second time.
      *
           EXEC SQL
              SELECT STAFFLNK_STATUS
              INTO :HV-SL-STATUS
              FROM STAFFLNK
              WHERE STAFFLNK_SORTCODE = :HV-SL-SORTCODE
              AND STAFFLNK_USERID = :HV-SL-USERID
              AND STAFFLNK_CUSTOMER = :HV-SL-CUSTOMER
           END-EXEC.
           IF SQLCODE = 0 AND HV-SL-STATUS = 'A'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO DL999
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO DL999
           END-IF.
           MOVE 'A' TO HV-SL-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-SL-DECLARED-DATE.
           MOVE WS-USERID TO HV-SL-DECLARED-BY.
           MOVE 0 TO HV-SL-REMOVED-DATE.
           MOVE SPACES TO HV-SL-REMOVED-BY.
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE STAFFLNK
                 SET STAFFLNK_RELATION = :HV-SL-RELATION,
                     STAFFLNK_STATUS = :HV-SL-STATUS,
                     STAFFLNK_DECLARED_DATE = :HV-SL-DECLARED-DATE,
                     STAFFLNK_DECLARED_BY = :HV-SL-DECLARED-BY,
                     STAFFLNK_REMOVED_DATE = :HV-SL-REMOVED-DATE,
                     STAFFLNK_REMOVED_BY = :HV-SL-REMOVED-BY
                 WHERE STAFFLNK_SORTCODE = :HV-SL-SORTCODE
                 AND STAFFLNK_USERID = :HV-SL-USERID
                 AND STAFFLNK_CUSTOMER = :HV-SL-CUSTOMER
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO STAFFLNK
                        (
                         STAFFLNK_SORTCODE,
                         STAFFLNK_USERID,
                         STAFFLNK_CUSTOMER,
                         STAFFLNK_RELATION,
                         STAFFLNK_STATUS,
                         STAFFLNK_DECLARED_DATE,
                         STAFFLNK_DECLARED_BY,
                         STAFFLNK_REMOVED_DATE,
                         STAFFLNK_REMOVED_BY
                        )
                 VALUES
                        (
                         :HV-SL-SORTCODE,
                         :HV-SL-USERID,
                         :HV-SL-CUSTOMER,
                         :HV-SL-RELATION,
                         :HV-SL-STATUS,
                         :HV-SL-DECLARED-DATE,
                         :HV-SL-DECLARED-BY,
                         :HV-SL-REMOVED-DATE,
                         :HV-SL-REMOVED-BY
                        )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'STAFFMNT - UNABLE TO WRITE STAFFLNK. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO DL999
           END-IF.
           PERFORM RETURN-LINK-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       DL999.
           EXIT.
       REMOVE-LINK SECTION.
       RL010.
           PERFORM READ-LINK.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RL999
           END-IF.
           IF HV-SL-STATUS NOT = 'A'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO RL999
           END-IF.
           MOVE 'R' TO HV-SL-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-SL-REMOVED-DATE.
           MOVE WS-USERID TO HV-SL-REMOVED-BY.
           EXEC SQL
              UPDATE STAFFLNK
              SET STAFFLNK_STATUS = :HV-SL-STATUS,
                  STAFFLNK_REMOVED_DATE = :HV-SL-REMOVED-DATE,
                  STAFFLNK_REMOVED_BY = :HV-SL-REMOVED-BY
              WHERE STAFFLNK_SORTCODE = :HV-SL-SORTCODE
              AND STAFFLNK_USERID = :HV-SL-USERID
              AND STAFFLNK_CUSTOMER = :HV-SL-CUSTOMER
              AND STAFFLNK_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'STAFFMNT - UNABLE TO REMOVE STAFFLNK. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RL999
           END-IF.
           PERFORM RETURN-LINK-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       RL999.
           EXIT.
       INQUIRE-LINK SECTION.
       IL010.
           PERFORM READ-LINK.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IL999
           END-IF.
           PERFORM RETURN-LINK-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IL999.
           EXIT.
       READ-LINK SECTION.
       RDL010.
           EXEC SQL
              SELECT STAFFLNK_RELATION,
                     STAFFLNK_STATUS,
                     STAFFLNK_DECLARED_DATE,
                     STAFFLNK_DECLARED_BY,
                     STAFFLNK_REMOVED_DATE,
                     STAFFLNK_REMOVED_BY
              INTO :HV-SL-RELATION,
                   :HV-SL-STATUS,
                   :HV-SL-DECLARED-DATE,
                   :HV-SL-DECLARED-BY,
                   :HV-SL-REMOVED-DATE,
                   :HV-SL-REMOVED-BY
              FROM STAFFLNK
              WHERE STAFFLNK_SORTCODE = :HV-SL-SORTCODE
              AND STAFFLNK_USERID = :HV-SL-USERID
              AND STAFFLNK_CUSTOMER = :HV-SL-CUSTOMER
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RDL999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RDL999.
           EXIT.
       RETURN-LINK-DETAILS SECTION.
       RLD010.
           MOVE HV-SL-RELATION TO COMM-RELATION.
           MOVE HV-SL-STATUS TO COMM-STATUS.
           MOVE HV-SL-DECLARED-DATE TO COMM-DECLARED-DATE.
           MOVE HV-SL-DECLARED-BY TO COMM-DECLARED-BY.
           MOVE HV-SL-REMOVED-DATE TO COMM-REMOVED-DATE.
           MOVE HV-SL-REMOVED-BY TO COMM-REMOVED-BY.
       RLD999.
           EXIT.
       COUNT-ACTIVE-LINKS SECTION.
       CAL010.
           MOVE 0 TO COMM-ACTIVE-LINKS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SL-ACTIVE-COUNT
              FROM STAFFLNK
              WHERE STAFFLNK_SORTCODE = :HV-SL-SORTCODE
              AND STAFFLNK_USERID = :HV-SL-USERID
              AND STAFFLNK_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0
              MOVE HV-SL-ACTIVE-COUNT TO COMM-ACTIVE-LINKS
           END-IF.
       CAL999.
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
