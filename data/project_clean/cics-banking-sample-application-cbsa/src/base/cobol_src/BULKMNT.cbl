       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
       CBL SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKMNT.
       AUTHOR. Jon Collett.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    Held bulk payment batches. When any line of a customer's
      *    bulk payment file fails its checks BULKPAY holds the
      *    whole batch. The customer then either confirms it, to be
      *    paid by the next BULKPAY run without the failed lines,
      *    or withdraws it and nothing is paid.
      *
       77 SORTCODE           PIC 9(6) VALUE 987654.
       01 GETSCODE-COMMAREA.
          03 GETSCODE-SORTCODE       PIC 9(6).
          03 GETSCODE-SUCCESS        PIC X.
          03 GETSCODE-FAIL-CD        PIC X.
       01 WS-GETSCODE-PGM            PIC X(8) VALUE 'GETSCODE'.
       01 WS-GSC-RESP                PIC S9(8) COMP.
       01 WS-GSC-RESP2               PIC S9(8) COMP.
       01 HOST-BULKBAT-ROW.
          03 HV-BB-SORTCODE             PIC X(6).
          03 HV-BB-NUMBER               PIC X(8).
          03 HV-BB-BATCH-REF            PIC X(12).
          03 HV-BB-RECEIVED-DATE        PIC S9(8).
          03 HV-BB-ITEM-COUNT           PIC S9(9) COMP.
          03 HV-BB-TOTAL                PIC S9(13)V99.
          03 HV-BB-FAILED-COUNT         PIC S9(9) COMP.
          03 HV-BB-VALID-TOTAL          PIC S9(13)V99.
          03 HV-BB-STATUS               PIC X.
          03 HV-BB-ACTIONED-DATE        PIC S9(8).
          03 HV-BB-ACTIONED-BY          PIC X(8).
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
             88 COMM-INQUIRE-BATCH         VALUE 'I'.
             88 COMM-CONFIRM-BATCH         VALUE 'C'.
             88 COMM-WITHDRAW-BATCH        VALUE 'W'.
          03 COMM-ACCNO               PIC 9(8).
          03 COMM-BATCH-REF           PIC X(12).
          03 COMM-STATUS              PIC X.
          03 COMM-RECEIVED-DATE       PIC 9(8).
          03 COMM-ITEM-COUNT          PIC 9(8).
          03 COMM-TOTAL               PIC 9(13)V99.
          03 COMM-FAILED-COUNT        PIC 9(8).
          03 COMM-VALID-TOTAL         PIC 9(13)V99.
          03 COMM-ACTIONED-DATE       PIC 9(8).
          03 COMM-ACTIONED-BY         PIC X(8).
          03 COMM-SUCCESS             PIC X.
          03 COMM-FAIL-CODE           PIC X.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM GET-SORTCODE-CONFIG.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE '0' TO COMM-FAIL-CODE.
           IF COMM-ACCNO NOT NUMERIC OR COMM-ACCNO = 0
              OR COMM-BATCH-REF = SPACES
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
           MOVE SORTCODE TO HV-BB-SORTCODE.
           MOVE COMM-ACCNO TO HV-BB-NUMBER.
           MOVE COMM-BATCH-REF TO HV-BB-BATCH-REF.
           EVALUATE TRUE
              WHEN COMM-INQUIRE-BATCH
                 PERFORM INQUIRE-BATCH
              WHEN COMM-CONFIRM-BATCH
                 PERFORM ACTION-HELD-BATCH
              WHEN COMM-WITHDRAW-BATCH
                 PERFORM ACTION-HELD-BATCH
              WHEN OTHER
                 MOVE '5' TO COMM-FAIL-CODE
           END-EVALUATE.
           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.
       INQUIRE-BATCH SECTION.
       IB010.
           PERFORM READ-BATCH.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO IB999
           END-IF.
           PERFORM RETURN-BATCH-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       IB999.
           EXIT.
       ACTION-HELD-BATCH SECTION.
       AHB010.
      *
      *    Only a batch still held may be confirmed or withdrawn;
      *    once BULKPAY has paid or rejected it the answer stands.
      *
           PERFORM READ-BATCH.
           IF COMM-FAIL-CODE NOT = '0'
              GO TO AHB999
           END-IF.
           IF HV-BB-STATUS NOT = 'H'
              PERFORM RETURN-BATCH-DETAILS
              MOVE '6' TO COMM-FAIL-CODE
              GO TO AHB999
           END-IF.
           IF COMM-CONFIRM-BATCH
              MOVE 'C' TO HV-BB-STATUS
           ELSE
              MOVE 'W' TO HV-BB-STATUS
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO HV-BB-ACTIONED-DATE.
           MOVE WS-USERID TO HV-BB-ACTIONED-BY.
           EXEC SQL
              UPDATE BULKBAT
              SET BULKBAT_STATUS = :HV-BB-STATUS,
                  BULKBAT_ACTIONED_DATE = :HV-BB-ACTIONED-DATE,
                  BULKBAT_ACTIONED_BY = :HV-BB-ACTIONED-BY
              WHERE BULKBAT_SORTCODE = :HV-BB-SORTCODE
              AND BULKBAT_NUMBER = :HV-BB-NUMBER
              AND BULKBAT_BATCH_REF = :HV-BB-BATCH-REF
              AND BULKBAT_STATUS = 'H'
           END-EXEC.
           IF SQLCODE = 100
              MOVE '6' TO COMM-FAIL-CODE
              GO TO AHB999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'BULKMNT - UNABLE TO UPDATE BULKBAT. SQLCODE='
                 SQLCODE-DISPLAY
              MOVE '2' TO COMM-FAIL-CODE
              GO TO AHB999
           END-IF.
           PERFORM RETURN-BATCH-DETAILS.
           MOVE 'Y' TO COMM-SUCCESS.
       AHB999.
           EXIT.
       READ-BATCH SECTION.
       RB010.
           EXEC SQL
              SELECT BULKBAT_RECEIVED_DATE,
                     BULKBAT_ITEM_COUNT,
                     BULKBAT_TOTAL,
                     BULKBAT_FAILED_COUNT,
                     BULKBAT_VALID_TOTAL,
                     BULKBAT_STATUS,
                     BULKBAT_ACTIONED_DATE,
                     BULKBAT_ACTIONED_BY
              INTO :HV-BB-RECEIVED-DATE,
                   :HV-BB-ITEM-COUNT,
                   :HV-BB-TOTAL,
                   :HV-BB-FAILED-COUNT,
                   :HV-BB-VALID-TOTAL,
                   :HV-BB-STATUS,
                   :HV-BB-ACTIONED-DATE,
                   :HV-BB-ACTIONED-BY
              FROM BULKBAT
              WHERE BULKBAT_SORTCODE = :HV-BB-SORTCODE
              AND BULKBAT_NUMBER = :HV-BB-NUMBER
              AND BULKBAT_BATCH_REF = :HV-BB-BATCH-REF
           END-EXEC.
           IF SQLCODE = 100
              MOVE '1' TO COMM-FAIL-CODE
              GO TO RB999
           END-IF.
           IF SQLCODE NOT = 0
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RB999.
           EXIT.
       RETURN-BATCH-DETAILS SECTION.
       RBD010.
           MOVE HV-BB-STATUS TO COMM-STATUS.
           MOVE HV-BB-RECEIVED-DATE TO COMM-RECEIVED-DATE.
           MOVE HV-BB-ITEM-COUNT TO COMM-ITEM-COUNT.
           MOVE HV-BB-TOTAL TO COMM-TOTAL.
           MOVE HV-BB-FAILED-COUNT TO COMM-FAILED-COUNT.
           MOVE HV-BB-VALID-TOTAL TO COMM-VALID-TOTAL.
           MOVE HV-BB-ACTIONED-DATE TO COMM-ACTIONED-DATE.
           MOVE HV-BB-ACTIONED-BY TO COMM-ACTIONED-BY.
       RBD999.
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
