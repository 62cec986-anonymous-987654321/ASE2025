       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTCMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Withdrawal notices on notice savings accounts (NOTICE30,
      *    NOTICE60, NOTICE95). The customer gives notice of an
      *    amount; it becomes available once the product's notice
      *    period has run (the nightly NOTICRUN marks it matured)
      *    and DBCRFUN, XFRFUN and SODDRUN will then let debits
      *    draw on it. A pending notice can be cancelled, or
      *    released at once when a supervisor has recorded an
      *    override for the amount - that costs the customer the
      *    interest the notice period would have earned.
      *
      *    COMM-FUNCTION  G  give notice of COMM-AMOUNT
      *                   C  cancel notice COMM-NOTICE-SEQ
      *                   E  release notice COMM-NOTICE-SEQ early
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-ACC-NO          PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE        PIC X(8).
          03 HV-ACCOUNT-INT-RATE        PIC S9(4)V99 COMP-3.
          03 HV-ACCOUNT-AVAIL-BAL       PIC S9(10)V99.
          03 HV-ACCOUNT-ACTUAL-BAL      PIC S9(10)V99.
       01 HV-PRODUCT-CODE               PIC X(8).
       01 HV-PRODUCT-NOTICE-DAYS        PIC S9(4) COMP.
       01 HV-PRODUCT-NOTICE-IND         PIC S9(4) COMP.
       01 HOST-WDNOTICE-ROW.
          03 HV-NTC-SORTCODE            PIC X(6).
          03 HV-NTC-ACCNO               PIC X(8).
          03 HV-NTC-SEQ                 PIC S9(4) COMP.
          03 HV-NTC-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-NTC-USED                PIC S9(10)V99 COMP-3.
          03 HV-NTC-GIVEN-DATE          PIC S9(8).
          03 HV-NTC-AVAIL-DATE          PIC S9(8).
          03 HV-NTC-STATUS              PIC X.
          03 HV-NTC-TELLER              PIC X(8).
          03 HV-NTC-PENALTY             PIC S9(10)V99 COMP-3.
       01 HV-NTC-OUTSTANDING            PIC S9(10)V99 COMP-3.
       01 HV-NTC-OUTSTANDING-IND        PIC S9(4) COMP.
       01 HV-NTC-MAX-SEQ                PIC S9(4) COMP.
       01 HV-NTC-MAX-SEQ-IND            PIC S9(4) COMP.
       01 HV-OVR-COUNT                  PIC S9(9) COMP.
       01 HV-OVR-AMOUNT                 PIC S9(10)V99.
       01 HV-OVR-USED-REF               PIC X(12).
       01 HOST-PROCTRAN-ROW.
          03 HV-PROCTRAN-EYECATCHER     PIC X(4).
          03 HV-PROCTRAN-SORT-CODE      PIC X(6).
          03 HV-PROCTRAN-ACC-NUMBER     PIC X(8).
          03 HV-PROCTRAN-DATE           PIC X(10).
          03 HV-PROCTRAN-TIME           PIC X(6).
          03 HV-PROCTRAN-REF            PIC X(12).
          03 HV-PROCTRAN-TYPE           PIC X(3).
          03 HV-PROCTRAN-DESC           PIC X(40).
          03 HV-PROCTRAN-AMOUNT         PIC S9(10)V99.
          03 HV-PROCTRAN-REL-SORTCODE   PIC X(6).
          03 HV-PROCTRAN-REL-ACCOUNT    PIC X(8).
          03 HV-PROCTRAN-CHANNEL-ID     PIC X(6).
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
       01 WS-TIME-NOW                   PIC 9(6).
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-INTEGER                    PIC S9(9) COMP.
       01 WS-AVAIL-X                    PIC 9(8).
       01 WS-EIBTASKN12                 PIC 9(12) VALUE 0.
       01 WS-NOTICE-DAYS                PIC S9(4) COMP VALUE 0.
       01 WS-PENALTY-DAYS               PIC S9(4) COMP VALUE 0.
       01 WS-OPERATOR                   PIC X(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-ACCNO               PIC X(8).
          03 COMM-SORTC               PIC 9(6).
          03 COMM-FUNCTION            PIC X.
             88 COMM-GIVE-NOTICE            VALUE 'G'.
             88 COMM-CANCEL-NOTICE          VALUE 'C'.
             88 COMM-EARLY-RELEASE          VALUE 'E'.
          03 COMM-NOTICE-SEQ          PIC 9(4).
          03 COMM-AMOUNT              PIC S9(10)V99.
          03 COMM-GIVEN-DATE          PIC 9(8).
          03 COMM-AVAIL-DATE          PIC 9(8).
          03 COMM-PENALTY             PIC S9(10)V99.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE 0 TO COMM-PENALTY.
           MOVE SORTCODE TO COMM-SORTC.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SPACES TO WS-OPERATOR.
           EXEC CICS ASSIGN
              USERID(WS-OPERATOR)
           END-EXEC.
           IF NOT COMM-GIVE-NOTICE
              AND NOT COMM-CANCEL-NOTICE
              AND NOT COMM-EARLY-RELEASE
              MOVE '5' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM READ-NOTICE-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           EVALUATE TRUE
              WHEN COMM-GIVE-NOTICE
                 PERFORM GIVE-NOTICE
              WHEN COMM-CANCEL-NOTICE
                 PERFORM CANCEL-NOTICE
              WHEN COMM-EARLY-RELEASE
                 PERFORM RELEASE-NOTICE-EARLY
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       READ-NOTICE-ACCOUNT SECTION.
       RNA010.
           MOVE COMM-SORTC TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           EXEC SQL
              SELECT ACCOUNT_TYPE,
                     ACCOUNT_INTEREST_RATE,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-INT-RATE,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.
           IF SQLCODE NOT = 0
              IF SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
              ELSE
                 MOVE '2' TO COMM-FAIL-CODE
              END-IF
              GO TO RNA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE(1:6) NOT = 'NOTICE'
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RNA999
           END-IF.
           MOVE HV-ACCOUNT-SORTCODE TO HV-NTC-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-NTC-ACCNO.
           PERFORM GET-NOTICE-PERIOD.
       RNA999.
           EXIT.
       GET-NOTICE-PERIOD SECTION.
       GNP010.
      *
      *    The notice period is held against the product. Where the
      *    product row does not carry one, the period is the one
      *    the product code is named for.
      *
           MOVE 0 TO WS-NOTICE-DAYS.
           MOVE HV-ACCOUNT-ACC-TYPE TO HV-PRODUCT-CODE.
           MOVE 0 TO HV-PRODUCT-NOTICE-DAYS.
           MOVE 0 TO HV-PRODUCT-NOTICE-IND.
           EXEC SQL
              SELECT PRODUCT_NOTICE_DAYS
              INTO :HV-PRODUCT-NOTICE-DAYS :HV-PRODUCT-NOTICE-IND
              FROM PRODUCT
              WHERE PRODUCT_CODE = :HV-PRODUCT-CODE
           END-EXEC.
           IF SQLCODE = 0 AND HV-PRODUCT-NOTICE-IND >= 0
              AND HV-PRODUCT-NOTICE-DAYS > 0
              MOVE HV-PRODUCT-NOTICE-DAYS TO WS-NOTICE-DAYS
              GO TO GNP999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE(7:2) IS NUMERIC
              MOVE HV-ACCOUNT-ACC-TYPE(7:2) TO WS-NOTICE-DAYS
           END-IF.
       GNP999.
           EXIT.
       GIVE-NOTICE SECTION.
       GN010.
      *
      *    Notice can only be given against money that is in the
      *    account and not already under notice.
      *
           IF COMM-AMOUNT <= 0
              MOVE '6' TO COMM-FAIL-CODE
              GO TO GN999
           END-IF.
           MOVE 0 TO HV-NTC-OUTSTANDING.
           MOVE 0 TO HV-NTC-OUTSTANDING-IND.
           EXEC SQL
              SELECT SUM(WDNOTICE_AMOUNT - WDNOTICE_USED)
              INTO :HV-NTC-OUTSTANDING :HV-NTC-OUTSTANDING-IND
              FROM WDNOTICE
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND (WDNOTICE_STATUS = 'P' OR WDNOTICE_STATUS = 'M')
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO GN999
           END-IF.
           IF HV-NTC-OUTSTANDING-IND < 0
              MOVE 0 TO HV-NTC-OUTSTANDING
           END-IF.
           IF HV-NTC-OUTSTANDING + COMM-AMOUNT > HV-ACCOUNT-ACTUAL-BAL
              MOVE '6' TO COMM-FAIL-CODE
              GO TO GN999
           END-IF.
           MOVE 0 TO HV-NTC-MAX-SEQ.
           MOVE 0 TO HV-NTC-MAX-SEQ-IND.
           EXEC SQL
              SELECT MAX(WDNOTICE_SEQ)
              INTO :HV-NTC-MAX-SEQ :HV-NTC-MAX-SEQ-IND
              FROM WDNOTICE
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO GN999
           END-IF.
           IF HV-NTC-MAX-SEQ-IND < 0
              MOVE 0 TO HV-NTC-MAX-SEQ
           END-IF.
           COMPUTE HV-NTC-SEQ = HV-NTC-MAX-SEQ + 1.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
              + WS-NOTICE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INTEGER)
              TO WS-AVAIL-X.
           MOVE COMM-AMOUNT TO HV-NTC-AMOUNT.
           MOVE 0 TO HV-NTC-USED.
           MOVE WS-TODAY-YYYYMMDD TO HV-NTC-GIVEN-DATE.
           MOVE WS-AVAIL-X TO HV-NTC-AVAIL-DATE.
           MOVE 'P' TO HV-NTC-STATUS.
           MOVE WS-OPERATOR TO HV-NTC-TELLER.
           MOVE 0 TO HV-NTC-PENALTY.
           EXEC SQL
              INSERT INTO WDNOTICE
                     (
                      WDNOTICE_SORTCODE,
                      WDNOTICE_NUMBER,
                      WDNOTICE_SEQ,
                      WDNOTICE_AMOUNT,
                      WDNOTICE_USED,
                      WDNOTICE_GIVEN_DATE,
                      WDNOTICE_AVAIL_DATE,
                      WDNOTICE_STATUS,
                      WDNOTICE_TELLER,
                      WDNOTICE_PENALTY
                     )
              VALUES
                     (
                      :HV-NTC-SORTCODE,
                      :HV-NTC-ACCNO,
                      :HV-NTC-SEQ,
                      :HV-NTC-AMOUNT,
                      :HV-NTC-USED,
                      :HV-NTC-GIVEN-DATE,
                      :HV-NTC-AVAIL-DATE,
                      :HV-NTC-STATUS,
                      :HV-NTC-TELLER,
                      :HV-NTC-PENALTY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'NOTCMNT - UNABLE TO RECORD NOTICE FOR ACCOUNT '
                 COMM-ACCNO ' SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO GN999
           END-IF.
           MOVE HV-NTC-SEQ TO COMM-NOTICE-SEQ.
           MOVE HV-NTC-GIVEN-DATE TO COMM-GIVEN-DATE.
           MOVE HV-NTC-AVAIL-DATE TO COMM-AVAIL-DATE.
           MOVE 'Y' TO COMM-SUCCESS.
       GN999.
           EXIT.
       CANCEL-NOTICE SECTION.
       CN010.
           MOVE COMM-NOTICE-SEQ TO HV-NTC-SEQ.
           EXEC SQL
              UPDATE WDNOTICE
              SET WDNOTICE_STATUS = 'X'
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND WDNOTICE_SEQ = :HV-NTC-SEQ
              AND (WDNOTICE_STATUS = 'P' OR WDNOTICE_STATUS = 'M')
           END-EXEC.
           IF SQLCODE = +100
              MOVE '7' TO COMM-FAIL-CODE
              GO TO CN999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CN999
           END-IF.
           MOVE 'Y' TO COMM-SUCCESS.
       CN999.
           EXIT.
       RELEASE-NOTICE-EARLY SECTION.
       RNE010.
           MOVE COMM-NOTICE-SEQ TO HV-NTC-SEQ.
           EXEC SQL
              SELECT WDNOTICE_AMOUNT,
                     WDNOTICE_GIVEN_DATE,
                     WDNOTICE_STATUS
              INTO :HV-NTC-AMOUNT,
                   :HV-NTC-GIVEN-DATE,
                   :HV-NTC-STATUS
              FROM WDNOTICE
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND WDNOTICE_SEQ = :HV-NTC-SEQ
           END-EXEC.
           IF SQLCODE = +100
              MOVE '7' TO COMM-FAIL-CODE
              GO TO RNE999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RNE999
           END-IF.
           IF HV-NTC-STATUS NOT = 'P'
              MOVE '7' TO COMM-FAIL-CODE
              GO TO RNE999
           END-IF.
           PERFORM USE-SUPERVISOR-OVERRIDE.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RNE999
           END-IF.
      *
      *    The charge is the interest the notice amount would have
      *    earned over the penalty period, which is the product's
      *    notice period unless CONTROL sets a different one.
      *
           PERFORM GET-PENALTY-CONFIG.
           COMPUTE HV-NTC-PENALTY ROUNDED =
              (HV-NTC-AMOUNT * HV-ACCOUNT-INT-RATE * WS-PENALTY-DAYS)
              / 36500.
           IF HV-NTC-PENALTY > 0
              EXEC SQL
                 UPDATE ACCOUNT
                 SET ACCOUNT_ACTUAL_BALANCE =
                        ACCOUNT_ACTUAL_BALANCE - :HV-NTC-PENALTY,
                     ACCOUNT_AVAILABLE_BALANCE =
                        ACCOUNT_AVAILABLE_BALANCE - :HV-NTC-PENALTY
                 WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                        ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'NOTCMNT - UNABLE TO CHARGE ACCOUNT '
                    COMM-ACCNO ' SQLCODE=' SQLCODE-DISPLAY
                 EXEC CICS SYNCPOINT ROLLBACK
                    RESP(WS-CICS-RESP)
                    RESP2(WS-CICS-RESP2)
                 END-EXEC
                 MOVE '3' TO COMM-FAIL-CODE
                 GO TO RNE999
              END-IF
              MOVE 'CHG' TO HV-PROCTRAN-TYPE
              MOVE 'NOTICE ACCOUNT EARLY WITHDRAWAL CHARGE' TO
                 HV-PROCTRAN-DESC
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-NTC-PENALTY
              PERFORM WRITE-ONE-PROCTRAN
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO HV-NTC-AVAIL-DATE.
           EXEC SQL
              UPDATE WDNOTICE
              SET WDNOTICE_STATUS = 'M',
                  WDNOTICE_AVAIL_DATE = :HV-NTC-AVAIL-DATE,
                  WDNOTICE_PENALTY = :HV-NTC-PENALTY
              WHERE WDNOTICE_SORTCODE = :HV-NTC-SORTCODE
              AND WDNOTICE_NUMBER = :HV-NTC-ACCNO
              AND WDNOTICE_SEQ = :HV-NTC-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'NOTCMNT - UNABLE TO RELEASE NOTICE FOR ACCOUNT '
                 COMM-ACCNO ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RNE999
           END-IF.
           MOVE HV-NTC-GIVEN-DATE TO COMM-GIVEN-DATE.
           MOVE HV-NTC-AVAIL-DATE TO COMM-AVAIL-DATE.
           MOVE HV-NTC-PENALTY TO COMM-PENALTY.
           MOVE 'Y' TO COMM-SUCCESS.
       RNE999.
           EXIT.
       USE-SUPERVISOR-OVERRIDE SECTION.
       USO010.
      *
      *    Early release needs a supervisor override, recorded
      *    through SUPOVRD for this operator, account and the
      *    notice amount. It is marked used so it cannot be
      *    presented twice.
      *
           MOVE HV-NTC-AMOUNT TO HV-OVR-AMOUNT.
           MOVE 0 TO HV-OVR-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OVR-COUNT
              FROM OVERRIDE
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :WS-OPERATOR
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :HV-OVR-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR HV-OVR-COUNT = 0
              DISPLAY 'NOTCMNT - Operator ' WS-OPERATOR
                 ' has no supervisor override to release notice on '
                 'account ' COMM-ACCNO ' early.'
              MOVE '8' TO COMM-FAIL-CODE
              GO TO USO999
           END-IF.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-OVR-USED-REF.
           EXEC SQL
              UPDATE OVERRIDE
              SET OVERRIDE_STATUS = 'U',
                  OVERRIDE_USED_REF = :HV-OVR-USED-REF
              WHERE OVERRIDE_SORTCODE = :HV-ACCOUNT-SORTCODE
              AND OVERRIDE_TELLER = :WS-OPERATOR
              AND OVERRIDE_NUMBER = :HV-ACCOUNT-ACC-NO
              AND OVERRIDE_AMOUNT = :HV-OVR-AMOUNT
              AND OVERRIDE_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       USO999.
           EXIT.
       WRITE-ONE-PROCTRAN SECTION.
       WOP010.
           MOVE 'PRTR' TO HV-PROCTRAN-EYECATCHER.
           MOVE COMM-SORTC TO HV-PROCTRAN-SORT-CODE.
           MOVE COMM-ACCNO TO HV-PROCTRAN-ACC-NUMBER.
           MOVE WS-ORIG-DATE TO HV-PROCTRAN-DATE.
           MOVE WS-TIME-NOW TO HV-PROCTRAN-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-PROCTRAN-REF.
           MOVE SPACES TO HV-PROCTRAN-REL-SORTCODE.
           MOVE SPACES TO HV-PROCTRAN-REL-ACCOUNT.
           MOVE 'BRANCH' TO HV-PROCTRAN-CHANNEL-ID.
           EXEC SQL
              INSERT INTO PROCTRAN
                     (
                      PROCTRAN_EYECATCHER,
                      PROCTRAN_SORTCODE,
                      PROCTRAN_NUMBER,
                      PROCTRAN_DATE,
                      PROCTRAN_TIME,
                      PROCTRAN_REF,
                      PROCTRAN_TYPE,
                      PROCTRAN_DESC,
                      PROCTRAN_AMOUNT,
                      PROCTRAN_REL_SORTCODE,
                      PROCTRAN_REL_ACCOUNT,
                      PROCTRAN_CHANNEL_ID
                     )
              VALUES
                     (
                      :HV-PROCTRAN-EYECATCHER,
                      :HV-PROCTRAN-SORT-CODE,
                      :HV-PROCTRAN-ACC-NUMBER,
                      :HV-PROCTRAN-DATE,
                      :HV-PROCTRAN-TIME,
                      :HV-PROCTRAN-REF,
                      :HV-PROCTRAN-TYPE,
                      :HV-PROCTRAN-DESC,
                      :HV-PROCTRAN-AMOUNT,
                      :HV-PROCTRAN-REL-SORTCODE,
                      :HV-PROCTRAN-REL-ACCOUNT,
                      :HV-PROCTRAN-CHANNEL-ID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'NOTCMNT - PROCTRAN INSERT FAILED. SQLCODE='
                 SQLCODE
           END-IF.
       WOP999.
           EXIT.
       GET-PENALTY-CONFIG SECTION.
       GPC010.
           MOVE WS-NOTICE-DAYS TO WS-PENALTY-DAYS.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-NOTICE-PENALTY-DAYS' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-PENALTY-DAYS
           END-IF.
       GPC999.
           EXIT.
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP('.')
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
