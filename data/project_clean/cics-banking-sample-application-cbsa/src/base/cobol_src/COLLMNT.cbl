       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 SORTCODE           PIC 9(6) VALUE 987654.
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
       01 HOST-ACCOUNT-ROW.
          03 HV-ACCOUNT-SORTCODE        PIC X(6).
          03 HV-ACCOUNT-ACC-NO          PIC X(8).
          03 HV-ACCOUNT-ACC-TYPE        PIC X(8).
      *
      *    COLLATRL holds one row per item of security charged to a
      *    loan or mortgage account. Status A is held, R has been
      *    released. The valuation is indexed quarterly by COLLRIDX
      *    from the CONTROL index for the collateral type; the index
      *    in force when the valuation was taken is kept as the base.
      *    The LTV band is the band the loan was last reported in.
      *
       01 HOST-COLLATRL-ROW.
          03 HV-COLL-SORTCODE           PIC X(6).
          03 HV-COLL-NUMBER             PIC X(8).
          03 HV-COLL-SEQ                PIC S9(4) COMP.
          03 HV-COLL-TYPE               PIC X(8).
          03 HV-COLL-VALUATION          PIC S9(10)V99.
          03 HV-COLL-VAL-DATE           PIC S9(8).
          03 HV-COLL-INDEX-BASE         PIC S9(9) COMP.
          03 HV-COLL-INDEXED-VALUE      PIC S9(10)V99.
          03 HV-COLL-CHARGE             PIC S9(4) COMP.
          03 HV-COLL-GUARANTOR          PIC X(10).
          03 HV-COLL-LTV-BAND           PIC S9(4) COMP.
          03 HV-COLL-STATUS             PIC X.
          03 HV-COLL-USERID             PIC X(8).
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
          05 CUSTOMER-CREDIT-SCORE      PIC 999.
          05 CUSTOMER-CS-REVIEW-DATE    PIC 9(8).
       01 WS-CUST-RESP                  PIC S9(8) COMP.
       01 WS-CUST-RESP2                 PIC S9(8) COMP.
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
       01 WS-TODAY                      PIC S9(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-ACCNO               PIC X(8).
          03 COMM-SORTC               PIC 9(6).
          03 COMM-FUNCTION            PIC X.
             88 COMM-ADD                   VALUE 'A'.
             88 COMM-UPDATE                VALUE 'U'.
             88 COMM-RELEASE               VALUE 'R'.
             88 COMM-INQUIRE               VALUE 'I'.
          03 COMM-COLL-SEQ            PIC 9(4).
          03 COMM-COLL-TYPE           PIC X(8).
          03 COMM-COLL-VALUATION      PIC 9(10)V99.
          03 COMM-COLL-VAL-DATE       PIC 9(8).
          03 COMM-COLL-CHARGE         PIC 9.
          03 COMM-COLL-GUARANTOR      PIC 9(10).
          03 COMM-COLL-INDEXED-VALUE  PIC 9(10)V99.
          03 COMM-COLL-LTV-BAND       PIC 9.
          03 COMM-COLL-STATUS         PIC X.
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           MOVE SORTCODE TO COMM-SORTC.
           PERFORM POPULATE-TIME-DATE.
           PERFORM READ-SECURED-ACCOUNT.
           IF COMM-FAIL-CODE NOT = '0'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
           EVALUATE TRUE
              WHEN COMM-ADD
                 PERFORM ADD-COLLATERAL
              WHEN COMM-UPDATE
                 PERFORM UPDATE-COLLATERAL
              WHEN COMM-RELEASE
                 PERFORM RELEASE-COLLATERAL
              WHEN COMM-INQUIRE
                 PERFORM INQUIRE-COLLATERAL
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       READ-SECURED-ACCOUNT SECTION.
       RSA010.
           MOVE COMM-SORTC TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-ACCNO TO HV-ACCOUNT-ACC-NO.
           EXEC SQL
              SELECT ACCOUNT_TYPE
              INTO :HV-ACCOUNT-ACC-TYPE
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
              GO TO RSA999
           END-IF.
           IF HV-ACCOUNT-ACC-TYPE NOT = 'LOAN    '
              AND HV-ACCOUNT-ACC-TYPE NOT = 'MORTGAGE'
              MOVE '4' TO COMM-FAIL-CODE
           END-IF.
       RSA999.
           EXIT.
       VALIDATE-COLLATERAL SECTION.
       VC010.
           IF COMM-COLL-TYPE = SPACES
              MOVE '9' TO COMM-FAIL-CODE
              GO TO VC999
           END-IF.
           IF COMM-COLL-VALUATION = 0
              OR COMM-COLL-VAL-DATE = 0
              OR COMM-COLL-VAL-DATE > WS-TODAY
              MOVE '6' TO COMM-FAIL-CODE
              GO TO VC999
           END-IF.
           IF COMM-COLL-CHARGE = 0
              MOVE '7' TO COMM-FAIL-CODE
              GO TO VC999
           END-IF.
      *
      *    A guarantor must be an existing customer of this branch.
      *
           IF COMM-COLL-GUARANTOR NOT = 0
              MOVE SORTCODE TO REQUIRED-SORT-CODE
              MOVE COMM-COLL-GUARANTOR TO REQUIRED-CUST-NUMBER
              EXEC CICS READ FILE('CUSTOMER')
                   RIDFLD(CUSTOMER-KY)
                   INTO(CUSTOMER-RECORD)
                   RESP(WS-CUST-RESP)
                   RESP2(WS-CUST-RESP2)
              END-EXEC
              IF WS-CUST-RESP NOT = DFHRESP(NORMAL)
                 IF WS-CUST-RESP = DFHRESP(NOTFND)
                    MOVE '8' TO COMM-FAIL-CODE
                 ELSE
                    MOVE '2' TO COMM-FAIL-CODE
                 END-IF
                 GO TO VC999
              END-IF
           END-IF.
       VC999.
           EXIT.
       GET-TYPE-INDEX SECTION.
       GTI010.
      *
      *    The house price (or other asset) index for the collateral
      *    type, held x100 in CONTROL. Zero means the type is not
      *    indexed and the valuation is carried as taken.
      *
           MOVE 0 TO HV-COLL-INDEX-BASE.
           MOVE SPACES TO HV-CONTROL-NAME.
           MOVE ZERO TO HV-CONTROL-VALUE-NUM.
           MOVE SPACES TO HV-CONTROL-VALUE-STR.
           STRING SORTCODE DELIMITED BY SIZE,
                  '-COLL-IDX-' DELIMITED BY SIZE,
                  HV-COLL-TYPE DELIMITED BY SPACE
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
              MOVE HV-CONTROL-VALUE-NUM TO HV-COLL-INDEX-BASE
           END-IF.
       GTI999.
           EXIT.
       ADD-COLLATERAL SECTION.
       AC010.
           PERFORM VALIDATE-COLLATERAL.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO AC999
           END-IF.
           INITIALIZE HOST-COLLATRL-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-COLL-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-COLL-NUMBER.
           EXEC SQL
              SELECT COALESCE(MAX(COLL_SEQ), 0) + 1
              INTO :HV-COLL-SEQ
              FROM COLLATRL
              WHERE COLL_SORTCODE = :HV-COLL-SORTCODE
              AND COLL_NUMBER = :HV-COLL-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO AC999
           END-IF.
           MOVE COMM-COLL-TYPE TO HV-COLL-TYPE.
           MOVE COMM-COLL-VALUATION TO HV-COLL-VALUATION.
           MOVE COMM-COLL-VAL-DATE TO HV-COLL-VAL-DATE.
           MOVE COMM-COLL-VALUATION TO HV-COLL-INDEXED-VALUE.
           MOVE COMM-COLL-CHARGE TO HV-COLL-CHARGE.
           MOVE COMM-COLL-GUARANTOR TO HV-COLL-GUARANTOR.
           MOVE 0 TO HV-COLL-LTV-BAND.
           MOVE 'A' TO HV-COLL-STATUS.
           PERFORM GET-TYPE-INDEX.
           MOVE SPACES TO HV-COLL-USERID.
           EXEC CICS ASSIGN
              USERID(HV-COLL-USERID)
           END-EXEC.
           EXEC SQL
              INSERT INTO COLLATRL
                     (
                      COLL_SORTCODE,
                      COLL_NUMBER,
                      COLL_SEQ,
                      COLL_TYPE,
                      COLL_VALUATION,
                      COLL_VAL_DATE,
                      COLL_INDEX_BASE,
                      COLL_INDEXED_VALUE,
                      COLL_CHARGE,
                      COLL_GUARANTOR,
                      COLL_LTV_BAND,
                      COLL_STATUS,
                      COLL_USERID
                     )
              VALUES
                     (
                      :HV-COLL-SORTCODE,
                      :HV-COLL-NUMBER,
                      :HV-COLL-SEQ,
                      :HV-COLL-TYPE,
                      :HV-COLL-VALUATION,
                      :HV-COLL-VAL-DATE,
                      :HV-COLL-INDEX-BASE,
                      :HV-COLL-INDEXED-VALUE,
                      :HV-COLL-CHARGE,
                      :HV-COLL-GUARANTOR,
                      :HV-COLL-LTV-BAND,
                      :HV-COLL-STATUS,
                      :HV-COLL-USERID
                     )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLMNT - COLLATRL INSERT FAILED. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO AC999
           END-IF.
           PERFORM RETURN-COLLATERAL.
           MOVE 'Y' TO COMM-SUCCESS.
       AC999.
           EXIT.
       READ-COLLATERAL SECTION.
       RC010.
           INITIALIZE HOST-COLLATRL-ROW.
           MOVE HV-ACCOUNT-SORTCODE TO HV-COLL-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-COLL-NUMBER.
           MOVE COMM-COLL-SEQ TO HV-COLL-SEQ.
           EXEC SQL
              SELECT COLL_TYPE,
                     COLL_VALUATION,
                     COLL_VAL_DATE,
                     COLL_INDEX_BASE,
                     COLL_INDEXED_VALUE,
                     COLL_CHARGE,
                     COLL_GUARANTOR,
                     COLL_LTV_BAND,
                     COLL_STATUS
              INTO :HV-COLL-TYPE,
                   :HV-COLL-VALUATION,
                   :HV-COLL-VAL-DATE,
                   :HV-COLL-INDEX-BASE,
                   :HV-COLL-INDEXED-VALUE,
                   :HV-COLL-CHARGE,
                   :HV-COLL-GUARANTOR,
                   :HV-COLL-LTV-BAND,
                   :HV-COLL-STATUS
              FROM COLLATRL
              WHERE COLL_SORTCODE = :HV-COLL-SORTCODE
              AND COLL_NUMBER = :HV-COLL-NUMBER
              AND COLL_SEQ = :HV-COLL-SEQ
           END-EXEC.
           IF SQLCODE = +100
              MOVE '3' TO COMM-FAIL-CODE
              GO TO RC999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RC999.
           EXIT.
       UPDATE-COLLATERAL SECTION.
       UC010.
      *
      *    A new valuation replaces the old one and is re-based on
      *    today's index. The type of an item cannot be changed.
      *
           PERFORM READ-COLLATERAL.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UC999
           END-IF.
           IF HV-COLL-STATUS NOT = 'A'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO UC999
           END-IF.
           MOVE HV-COLL-TYPE TO COMM-COLL-TYPE.
           PERFORM VALIDATE-COLLATERAL.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO UC999
           END-IF.
           MOVE COMM-COLL-VALUATION TO HV-COLL-VALUATION.
           MOVE COMM-COLL-VAL-DATE TO HV-COLL-VAL-DATE.
           MOVE COMM-COLL-VALUATION TO HV-COLL-INDEXED-VALUE.
           MOVE COMM-COLL-CHARGE TO HV-COLL-CHARGE.
           MOVE COMM-COLL-GUARANTOR TO HV-COLL-GUARANTOR.
           PERFORM GET-TYPE-INDEX.
           MOVE SPACES TO HV-COLL-USERID.
           EXEC CICS ASSIGN
              USERID(HV-COLL-USERID)
           END-EXEC.
           EXEC SQL
              UPDATE COLLATRL
              SET COLL_VALUATION = :HV-COLL-VALUATION,
                  COLL_VAL_DATE = :HV-COLL-VAL-DATE,
                  COLL_INDEX_BASE = :HV-COLL-INDEX-BASE,
                  COLL_INDEXED_VALUE = :HV-COLL-INDEXED-VALUE,
                  COLL_CHARGE = :HV-COLL-CHARGE,
                  COLL_GUARANTOR = :HV-COLL-GUARANTOR,
                  COLL_USERID = :HV-COLL-USERID
              WHERE COLL_SORTCODE = :HV-COLL-SORTCODE
              AND COLL_NUMBER = :HV-COLL-NUMBER
              AND COLL_SEQ = :HV-COLL-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO UC999
           END-IF.
           PERFORM RETURN-COLLATERAL.
           MOVE 'Y' TO COMM-SUCCESS.
       UC999.
           EXIT.
       RELEASE-COLLATERAL SECTION.
       RLC010.
           PERFORM READ-COLLATERAL.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO RLC999
           END-IF.
           IF HV-COLL-STATUS NOT = 'A'
              MOVE '3' TO COMM-FAIL-CODE
              GO TO RLC999
           END-IF.
           MOVE 'R' TO HV-COLL-STATUS.
           MOVE SPACES TO HV-COLL-USERID.
           EXEC CICS ASSIGN
              USERID(HV-COLL-USERID)
           END-EXEC.
           EXEC SQL
              UPDATE COLLATRL
              SET COLL_STATUS = :HV-COLL-STATUS,
                  COLL_USERID = :HV-COLL-USERID
              WHERE COLL_SORTCODE = :HV-COLL-SORTCODE
              AND COLL_NUMBER = :HV-COLL-NUMBER
              AND COLL_SEQ = :HV-COLL-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
              GO TO RLC999
           END-IF.
           PERFORM RETURN-COLLATERAL.
           MOVE 'Y' TO COMM-SUCCESS.
       RLC999.
           EXIT.
       INQUIRE-COLLATERAL SECTION.
       IC010.
           PERFORM READ-COLLATERAL.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IC999
           END-IF.
           PERFORM RETURN-COLLATERAL.
           MOVE 'Y' TO COMM-SUCCESS.
       IC999.
           EXIT.
       RETURN-COLLATERAL SECTION.
       RTC010.
           MOVE HV-COLL-SEQ TO COMM-COLL-SEQ.
           MOVE HV-COLL-TYPE TO COMM-COLL-TYPE.
           MOVE HV-COLL-VALUATION TO COMM-COLL-VALUATION.
           MOVE HV-COLL-VAL-DATE TO COMM-COLL-VAL-DATE.
           MOVE HV-COLL-CHARGE TO COMM-COLL-CHARGE.
           MOVE HV-COLL-GUARANTOR TO COMM-COLL-GUARANTOR.
           MOVE HV-COLL-INDEXED-VALUE TO COMM-COLL-INDEXED-VALUE.
           MOVE HV-COLL-LTV-BAND TO COMM-COLL-LTV-BAND.
           MOVE HV-COLL-STATUS TO COMM-COLL-STATUS.
       RTC999.
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
           COMPUTE WS-TODAY =
              WS-ORIG-DATE-YYYY * 10000
              + WS-ORIG-DATE-MM * 100
              + WS-ORIG-DATE-DD.
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
