       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLHOLD.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Legal hold register. A hold placed against a customer, live
      *    or archived, stops the retention run from anonymising any
      *    of their records until every hold on them is released.
      *    Holds are identified by customer and the legal team's
      *    matter reference.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HOST-LEGALHOLD-ROW.
          03 HV-LH-SORTCODE             PIC X(6).
          03 HV-LH-CUSTOMER             PIC X(10).
          03 HV-LH-REFERENCE            PIC X(20).
          03 HV-LH-REASON               PIC X(40).
          03 HV-LH-STATUS               PIC X.
          03 HV-LH-PLACED-DATE          PIC S9(8).
          03 HV-LH-PLACED-BY            PIC X(8).
          03 HV-LH-RELEASED-DATE        PIC S9(8).
          03 HV-LH-RELEASED-BY          PIC X(8).
       01 HV-LH-ACTIVE-COUNT            PIC S9(9) COMP.
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
             88 COMM-PLACE-HOLD            VALUE 'P'.
             88 COMM-RELEASE-HOLD          VALUE 'R'.
             88 COMM-INQUIRE-HOLD          VALUE 'I'.
          03 COMM-CUSTNO              PIC 9(10).
          03 COMM-REFERENCE           PIC X(20).
          03 COMM-REASON              PIC X(40).
          03 COMM-STATUS              PIC X.
          03 COMM-PLACED-DATE         PIC 9(8).
          03 COMM-PLACED-BY           PIC X(8).
          03 COMM-RELEASED-DATE       PIC 9(8).
          03 COMM-RELEASED-BY         PIC X(8).
          03 COMM-ACTIVE-HOLDS        PIC 9(4).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           IF COMM-CUSTNO NOT NUMERIC OR COMM-CUSTNO = 0
              OR COMM-REFERENCE = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           PERFORM POPULATE-TIME-DATE.
           COMPUTE WS-TODAY-YYYYMMDD =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
           MOVE SPACES TO WS-USERID.
           EXEC CICS ASSIGN
              USERID(WS-USERID)
           END-EXEC.
           MOVE SORTCODE TO HV-LH-SORTCODE.
           MOVE COMM-CUSTNO TO HV-LH-CUSTOMER.
           MOVE COMM-REFERENCE TO HV-LH-REFERENCE.
           EVALUATE TRUE
              WHEN COMM-PLACE-HOLD
                 PERFORM PLACE-HOLD
              WHEN COMM-RELEASE-HOLD
                 PERFORM RELEASE-HOLD
              WHEN COMM-INQUIRE-HOLD
                 PERFORM INQUIRE-HOLD
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM COUNT-ACTIVE-HOLDS.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       PLACE-HOLD SECTION.
       PH010.
           IF COMM-REASON = SPACES
              MOVE '4' TO COMM-FAIL-CODE
              GO TO PH999
           END-IF.
           EXEC SQL
              SELECT LEGALHOLD_STATUS
              INTO :HV-LH-STATUS
              FROM LEGALHOLD
              WHERE LEGALHOLD_SORTCODE = :HV-LH-SORTCODE
              AND LEGALHOLD_CUSTOMER = :HV-LH-CUSTOMER
              AND LEGALHOLD_REFERENCE = :HV-LH-REFERENCE
           END-EXEC.
           IF SQLCODE = 0
              MOVE '6' TO COMM-FAIL-CODE
              GO TO PH999
           END-IF.
           IF SQLCODE NOT = 100
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PH999
           END-IF.
           MOVE COMM-REASON TO HV-LH-REASON.
           MOVE 'A' TO HV-LH-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-LH-PLACED-DATE.
           MOVE WS-USERID TO HV-LH-PLACED-BY.
           MOVE 0 TO HV-LH-RELEASED-DATE.
           MOVE SPACES TO HV-LH-RELEASED-BY.
           EXEC SQL
              INSERT INTO LEGALHOLD
                     (
                      LEGALHOLD_SORTCODE,
                      LEGALHOLD_CUSTOMER,
                      LEGALHOLD_REFERENCE,
                      LEGALHOLD_REASON,
                      LEGALHOLD_STATUS,
                      LEGALHOLD_PLACED_DATE,
                      LEGALHOLD_PLACED_BY,
                      LEGALHOLD_RELEASED_DATE,
                      LEGALHOLD_RELEASED_BY
                     )
              VALUES
                     (
                      :HV-LH-SORTCODE,
                      :HV-LH-CUSTOMER,
                      :HV-LH-REFERENCE,
                      :HV-LH-REASON,
                      :HV-LH-STATUS,
                      :HV-LH-PLACED-DATE,
                      :HV-LH-PLACED-BY,
                      :HV-LH-RELEASED-DATE,
                      :HV-LH-RELEASED-BY
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHOLD - UNABLE TO WRITE LEGALHOLD. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO PH999
           END-IF.
           PERFORM RETURN-HOLD-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       PH999.
           EXIT.
       RELEASE-HOLD SECTION.
       RH010.
           PERFORM READ-HOLD.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RH999
           END-IF.
           IF HV-LH-STATUS NOT = 'A'
              MOVE '6' TO COMM-FAIL-CODE
              GO TO RH999
           END-IF.
           MOVE 'R' TO HV-LH-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO HV-LH-RELEASED-DATE.
           MOVE WS-USERID TO HV-LH-RELEASED-BY.
           EXEC SQL
              UPDATE LEGALHOLD
              SET LEGALHOLD_STATUS = :HV-LH-STATUS,
                  LEGALHOLD_RELEASED_DATE = :HV-LH-RELEASED-DATE,
                  LEGALHOLD_RELEASED_BY = :HV-LH-RELEASED-BY
              WHERE LEGALHOLD_SORTCODE = :HV-LH-SORTCODE
              AND LEGALHOLD_CUSTOMER = :HV-LH-CUSTOMER
              AND LEGALHOLD_REFERENCE = :HV-LH-REFERENCE
              AND LEGALHOLD_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LGLHOLD - UNABLE TO RELEASE LEGALHOLD. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RH999
           END-IF.
           PERFORM RETURN-HOLD-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       RH999.
           EXIT.
       INQUIRE-HOLD SECTION.
       IH010.
           PERFORM READ-HOLD.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IH999
           END-IF.
           PERFORM RETURN-HOLD-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IH999.
           EXIT.
       READ-HOLD SECTION.
       RDH010.
           EXEC SQL
              SELECT LEGALHOLD_REASON,
                     LEGALHOLD_STATUS,
                     LEGALHOLD_PLACED_DATE,
                     LEGALHOLD_PLACED_BY,
                     LEGALHOLD_RELEASED_DATE,
                     LEGALHOLD_RELEASED_BY
              INTO :HV-LH-REASON,
                   :HV-LH-STATUS,
                   :HV-LH-PLACED-DATE,
                   :HV-LH-PLACED-BY,
                   :HV-LH-RELEASED-DATE,
                   :HV-LH-RELEASED-BY
              FROM LEGALHOLD
              WHERE LEGALHOLD_SORTCODE = :HV-LH-SORTCODE
              AND LEGALHOLD_CUSTOMER = :HV-LH-CUSTOMER
              AND LEGALHOLD_REFERENCE = :HV-LH-REFERENCE
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RDH999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RDH999.
           EXIT.
       RETURN-HOLD-DETAILS SECTION.
       RHD010.
           MOVE HV-LH-REASON TO COMM-REASON.
           MOVE HV-LH-STATUS TO COMM-STATUS.
           MOVE HV-LH-PLACED-DATE TO COMM-PLACED-DATE.
           MOVE HV-LH-PLACED-BY TO COMM-PLACED-BY.
           MOVE HV-LH-RELEASED-DATE TO COMM-RELEASED-DATE.
           MOVE HV-LH-RELEASED-BY TO COMM-RELEASED-BY.
       RHD999.
           EXIT.
       COUNT-ACTIVE-HOLDS SECTION.
       CAH010.
           MOVE 0 TO COMM-ACTIVE-HOLDS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-LH-ACTIVE-COUNT
              FROM LEGALHOLD
              WHERE LEGALHOLD_SORTCODE = :HV-LH-SORTCODE
              AND LEGALHOLD_CUSTOMER = :HV-LH-CUSTOMER
              AND LEGALHOLD_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0
              MOVE HV-LH-ACTIVE-COUNT TO COMM-ACTIVE-HOLDS
           END-IF.
       CAH999.
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
