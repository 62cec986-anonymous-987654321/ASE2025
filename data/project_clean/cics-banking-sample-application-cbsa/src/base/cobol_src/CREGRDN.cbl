       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREGRDN.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Maintains the GUARDIAN register linking a minor's
      *    customer record to the responsible adult who controls
      *    the minor's accounts. A link can only be made while the
      *    minor is under the age of majority (CONTROL
      *    <sortcode>-MAJORITY-AGE, default 18) and the guardian is
      *    of full age. The minor's date of birth is carried on the
      *    link so that DBCRFUN and XFRFUN can apply the guardian
      *    rule without reading the customer file. MAJORRUN ends
      *    the link when the minor comes of age; function X ends it
      *    earlier, for example on a change of guardian.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       77 WS-MAJORITY-AGE    PIC 9(3) VALUE 18.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HV-CONTROL-NAME             PIC X(32).
       01 HV-CONTROL-VALUE-NUM        PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR        PIC X(40).
       01 HOST-GUARDIAN-ROW.
          03 HV-GRD-SORTCODE            PIC X(6).
          03 HV-GRD-MINOR-CUST          PIC X(10).
          03 HV-GRD-CUSTOMER            PIC X(10).
          03 HV-GRD-MINOR-DOB           PIC S9(8).
          03 HV-GRD-START               PIC S9(8).
          03 HV-GRD-END                 PIC S9(8).
          03 HV-GRD-STATUS              PIC X.
       01 CUSTOMER-KY.
          03 REQUIRED-SORT-CODE         PIC 9(6) VALUE 0.
          03 REQUIRED-CUST-NUMBER       PIC 9(10) VALUE 0.
       01 CUSTOMER-RECORD.
          05 CUSTOMER-EYECATCHER        PIC X(4).
          05 CUSTOMER-KEY.
             07 CUSTOMER-SORTCODE       PIC 9(6) DISPLAY.
             07 CUSTOMER-NUMBER         PIC 9(10) DISPLAY.
          05 CUSTOMER-NAME              PIC X(60).
          05 CUSTOMER-ADDRESS           PIC X(160).
          05 CUSTOMER-DATE-OF-BIRTH     PIC 9(8).
          05 CUSTOMER-DOB-GROUP REDEFINES CUSTOMER-DATE-OF-BIRTH.
             07 CUSTOMER-BIRTH-DAY      PIC 99.
             07 CUSTOMER-BIRTH-MONTH    PIC 99.
             07 CUSTOMER-BIRTH-YEAR     PIC 9999.
          05 CUSTOMER-CREDIT-SCORE      PIC 999.
          05 CUSTOMER-CS-REVIEW-DATE    PIC 9(8).
       01 WS-CUST-RESP                  PIC S9(8) COMP.
       01 WS-CUST-RESP2                 PIC S9(8) COMP.
       EXEC SQL
          INCLUDE SQLCA
       END-EXEC.
       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-ACTIVE-COUNT               PIC S9(9) COMP VALUE 0.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TODAY-YYYYMMDD             PIC S9(8).
       01 WS-AGE                        PIC S9(4) COMP.
       01 WS-MINOR-DOB                  PIC S9(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-SORTC               PIC 9(6).
          03 COMM-MINOR-CUSTNO        PIC X(10).
          03 COMM-GUARDIAN-CUSTNO     PIC X(10).
          03 COMM-FUNCTION            PIC X.
             88 COMM-CREATE-LINK           VALUE 'C'.
             88 COMM-END-LINK              VALUE 'X'.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           PERFORM GET-MAJORITY-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE SORTCODE TO COMM-SORTC.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           IF COMM-MINOR-CUSTNO = SPACES
           OR COMM-GUARDIAN-CUSTNO = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           MOVE SORTCODE TO HV-GRD-SORTCODE.
           MOVE COMM-MINOR-CUSTNO TO HV-GRD-MINOR-CUST.
           MOVE COMM-GUARDIAN-CUSTNO TO HV-GRD-CUSTOMER.
           EVALUATE TRUE
              WHEN COMM-CREATE-LINK
                 PERFORM CREATE-LINK
              WHEN COMM-END-LINK
                 PERFORM END-LINK
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       CREATE-LINK SECTION.
       CL010.
      *
      *    Nobody can be their own guardian.
      *
           IF COMM-MINOR-CUSTNO = COMM-GUARDIAN-CUSTNO
              MOVE '7' TO COMM-FAIL-CODE
              GO TO CL999
           END-IF.
           MOVE COMM-MINOR-CUSTNO TO REQUIRED-CUST-NUMBER.
           PERFORM READ-CUSTOMER.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CL999
           END-IF.
           COMPUTE WS-MINOR-DOB =
              CUSTOMER-BIRTH-YEAR * 10000
              + CUSTOMER-BIRTH-MONTH * 100
              + CUSTOMER-BIRTH-DAY.
           IF WS-AGE NOT < WS-MAJORITY-AGE
              MOVE '8' TO COMM-FAIL-CODE
              GO TO CL999
           END-IF.
           MOVE COMM-GUARDIAN-CUSTNO TO REQUIRED-CUST-NUMBER.
           PERFORM READ-CUSTOMER.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO CL999
           END-IF.
           IF WS-AGE < WS-MAJORITY-AGE
              MOVE '9' TO COMM-FAIL-CODE
              GO TO CL999
           END-IF.
           MOVE 0 TO WS-ACTIVE-COUNT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-ACTIVE-COUNT
              FROM GUARDIAN
              WHERE (GUARDIAN_SORTCODE = :HV-GRD-SORTCODE AND
                     GUARDIAN_MINOR_CUST = :HV-GRD-MINOR-CUST AND
                     GUARDIAN_CUSTOMER = :HV-GRD-CUSTOMER AND
                     GUARDIAN_STATUS = 'A')
           END-EXEC.
           IF SQLCODE = 0 AND WS-ACTIVE-COUNT > 0
              MOVE '6' TO COMM-FAIL-CODE
              GO TO CL999
           END-IF.
           MOVE WS-MINOR-DOB TO HV-GRD-MINOR-DOB.
           MOVE WS-TODAY-YYYYMMDD TO HV-GRD-START.
           MOVE 0 TO HV-GRD-END.
           MOVE 'A' TO HV-GRD-STATUS.
           EXEC SQL
              INSERT INTO GUARDIAN
                     (
                      GUARDIAN_SORTCODE,
                      GUARDIAN_MINOR_CUST,
                      GUARDIAN_CUSTOMER,
                      GUARDIAN_MINOR_DOB,
                      GUARDIAN_START,
                      GUARDIAN_END,
                      GUARDIAN_STATUS
                     )
              VALUES
                     (
                      :HV-GRD-SORTCODE,
                      :HV-GRD-MINOR-CUST,
                      :HV-GRD-CUSTOMER,
                      :HV-GRD-MINOR-DOB,
                      :HV-GRD-START,
                      :HV-GRD-END,
                      :HV-GRD-STATUS
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CREGRDN - UNABLE TO WRITE TO GUARDIAN. '
                 'SQLCODE=' SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO CL999
           END-IF.
           MOVE 'Y' TO COMM-SUCCESS.
       CL999.
           EXIT.
       END-LINK SECTION.
       EL010.
           EXEC SQL
              UPDATE GUARDIAN
              SET GUARDIAN_STATUS = 'C',
                  GUARDIAN_END = :WS-TODAY-YYYYMMDD
              WHERE (GUARDIAN_SORTCODE = :HV-GRD-SORTCODE AND
                     GUARDIAN_MINOR_CUST = :HV-GRD-MINOR-CUST AND
                     GUARDIAN_CUSTOMER = :HV-GRD-CUSTOMER AND
                     GUARDIAN_STATUS = 'A')
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'Y' TO COMM-SUCCESS
              WHEN SQLCODE = +100
                 MOVE '1' TO COMM-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'CREGRDN - UNABLE TO END GUARDIAN LINK. '
                    'SQLCODE=' SQLCODE-DISPLAY
                 MOVE '2' TO COMM-FAIL-CODE
           END-EVALUATE.
       EL999.
           EXIT.
       READ-CUSTOMER SECTION.
       RC010.
      *
      *    Reads the customer keyed in REQUIRED-CUST-NUMBER and
      *    works out their age in whole years today.
      *
           MOVE SORTCODE TO REQUIRED-SORT-CODE.
           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(CUSTOMER-KY)
                INTO(CUSTOMER-RECORD)
                RESP(WS-CUST-RESP)
                RESP2(WS-CUST-RESP2)
           END-EXEC.
           IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
              IF WS-CUST-RESP = DFHRESP(NOTFND)
                 MOVE '3' TO COMM-FAIL-CODE
              ELSE
                 MOVE '2' TO COMM-FAIL-CODE
              END-IF
              GO TO RC999
           END-IF.
           IF CUSTOMER-DATE-OF-BIRTH IS NOT NUMERIC
           OR CUSTOMER-BIRTH-YEAR = 0
              MOVE '4' TO COMM-FAIL-CODE
              GO TO RC999
           END-IF.
           COMPUTE WS-AGE = WS-ORIG-DATE-YYYY - CUSTOMER-BIRTH-YEAR.
           IF WS-ORIG-DATE-MM < CUSTOMER-BIRTH-MONTH
           OR (WS-ORIG-DATE-MM = CUSTOMER-BIRTH-MONTH
               AND WS-ORIG-DATE-DD < CUSTOMER-BIRTH-DAY)
              SUBTRACT 1 FROM WS-AGE
           END-IF.
       RC999.
           EXIT.
       GET-MAJORITY-CONFIG SECTION.
       GMC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-MAJORITY-AGE' DELIMITED BY SIZE
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
              MOVE HV-CONTROL-VALUE-NUM TO WS-MAJORITY-AGE
           END-IF.
       GMC999.
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
